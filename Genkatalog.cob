       01  katalog-record.
           copy "GENKAT.cpy".
       fd  kilde-file-1.
       01  kilde-record            PIC X(400).
       fd  gen-file-1.
       01  gen-record              PIC X(400).

       working-storage section.
       01  END-OF-FILE             PIC X VALUE "N".
