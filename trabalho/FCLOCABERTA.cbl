           SELECT ARQ-LOCABERTA ASSIGN TO "LOCABERTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LACHAVE
               ALTERNATE RECORD KEY IS LAFCHAVE
               ALTERNATE RECORD KEY IS LADTDEV WITH DUPLICATES
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
