           SELECT ARQ-RFM ASSIGN TO "RFM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFCHAVE
               FILE STATUS IS WS-FS.
