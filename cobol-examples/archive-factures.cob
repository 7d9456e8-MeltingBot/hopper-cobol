       FD FACT-ARCHIVE.
       01 FACT-ARCH-REC PIC X(77).
       FD LIGNES-ARCHIVE.
       01 LIGNE-ARCH-REC PIC X(82).
       FD REGL-ARCHIVE.
       01 REGL-ARCH-REC PIC X(38).
       FD VENTES-ARCHIVE.
