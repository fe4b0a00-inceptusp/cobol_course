           SELECT ARQ-FFMOV ASSIGN TO "FFMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.
