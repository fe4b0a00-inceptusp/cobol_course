           SELECT ARQ-FORNSCORE ASSIGN TO "FORNSCORE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSFORN
               FILE STATUS IS WS-FS.
