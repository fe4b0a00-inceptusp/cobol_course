           SELECT ARQ-CLIDOC ASSIGN TO "CLIDOC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCCPF
               ALTERNATE RECORD KEY IS DCDOC
               SHARING WITH ALL OTHER
               LOCK MODE IS AUTOMATIC
               WITH LOCK ON RECORD
               FILE STATUS IS WS-FS.
