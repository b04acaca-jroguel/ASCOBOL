           02 CRS-Title          PIC X(20).
           02 CRS-Capacity       PIC 9(3).
           02 CRS-Tutor          PIC X(20).
           02 FILLER                   PIC X(30).

       WORKING-STORAGE SECTION.
       01  Prev-Course           PIC X(4) VALUE SPACES.
