           SELECT ARQ-CUPOMLOTE ASSIGN TO "CUPOMLOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLLOTE
               FILE STATUS IS WS-FS.
