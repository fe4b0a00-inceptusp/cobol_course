           SELECT ARQ-TREINO ASSIGN TO "TREINO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
