           SELECT ARQ-RECEBPED ASSIGN TO "RECEBPED"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FS2.
