           SELECT ARQ-DEPRMOV ASSIGN TO "DEPRMOV"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS.
