           SELECT ARQ-SALDOAUX ASSIGN TO "SALDOAUX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SXCHAVE
               FILE STATUS IS WS-FS.
