           SELECT ARQ-TAXAENT ASSIGN TO "TAXAENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXCEPINI
               FILE STATUS IS WS-FS.
