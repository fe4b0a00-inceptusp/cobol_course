           SELECT ARQ-AFINTIT ASSIGN TO "AFINTIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATFCOD
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
