           SELECT ARQ-CADEIA ASSIGN TO "CADEIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CDCHAVE
               ALTERNATE RECORD KEY IS CDALT WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
