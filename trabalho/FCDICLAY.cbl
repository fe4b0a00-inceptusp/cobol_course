           SELECT ARQ-DICLAY ASSIGN TO "DATADIC.LAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS.
