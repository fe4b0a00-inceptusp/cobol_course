           SELECT ARQ-PRODMOV ASSIGN TO "PRODMOV"
               ORGANIZATION IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS.
