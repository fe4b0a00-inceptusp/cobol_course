           SELECT ARQ-TIPODESP ASSIGN TO "TIPODESP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDCODIGO
               FILE STATUS IS WS-FS.
