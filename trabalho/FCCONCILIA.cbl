           SELECT ARQ-CONCILIA ASSIGN TO "CONCILIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNCHAVE
               FILE STATUS IS WS-FS.
