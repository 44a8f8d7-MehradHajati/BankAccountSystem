      *> layout byte for byte; the FD only needs the length.
      *> -------------------------------------------------------
       FD  archive-file.
       01  archive-record           PIC X(47).

       WORKING-STORAGE SECTION.
       77  account-file-status      PIC XX VALUE "00".
