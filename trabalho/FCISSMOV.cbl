           SELECT ARQ-ISSMOV ASSIGN TO "ISSMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.
