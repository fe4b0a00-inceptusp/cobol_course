           SELECT ARQ-TERMINAL ASSIGN TO "TERMINAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMID
               FILE STATUS IS WS-FS.
