                   10 IDX-DATA PIC 9(8).
                   10 IDX-HORA PIC 9(6).
                   10 IDX-SEQ PIC 9(3).
               05 FILLER PIC X(96).
       WORKING-STORAGE SECTION.
           77 WS-FS PIC 99.
           77 WS-FS-2 PIC 99.
