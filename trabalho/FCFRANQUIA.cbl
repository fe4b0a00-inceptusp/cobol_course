           SELECT ARQ-FRANQUIA ASSIGN TO "FRANQUIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FQFILIAL
               FILE STATUS IS WS-FS.
