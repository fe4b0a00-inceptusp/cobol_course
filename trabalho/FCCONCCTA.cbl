           SELECT ARQ-CONCCTA ASSIGN TO "CONCCTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCSUBRAZAO
               FILE STATUS IS WS-FS.
