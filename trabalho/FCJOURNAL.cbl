           SELECT ARQ-JOURNAL ASSIGN TO DYNAMIC WS-ARQ-JOURNAL
               ORGANIZATION IS SEQUENTIAL
               SHARING WITH ALL OTHER
               FILE STATUS IS WS-FS.
