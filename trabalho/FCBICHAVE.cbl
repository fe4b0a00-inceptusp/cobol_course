           SELECT ARQ-BICHAVE ASSIGN TO "BICHAVE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKCHAVE
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
