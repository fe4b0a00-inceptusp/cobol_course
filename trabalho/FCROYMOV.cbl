           SELECT ARQ-ROYMOV ASSIGN TO "ROYMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.
