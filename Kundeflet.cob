       fd  log-file-1.
       01  log-record              PIC X(220).
       fd  gammel-file-1.
       01  gammel-record           PIC X(400).
       fd  ny-file-1.
       01  ny-record               PIC X(400).

       working-storage section.
       01  WS-LAAS-AKTION        PIC X(4) VALUE SPACES.
