           SELECT ARQ-REPARO ASSIGN TO "REPARO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORNUM
               FILE STATUS IS WS-FS.
