            05 HID-MEDIA        PIC 9(03)V99.
       FD   ARQDIS
            LABEL RECORDS ARE STANDARD
            RECORD CONTAINS 22 CHARACTERS
            BLOCK  CONTAINS 0 RECORDS
            DATA   RECORD IS REG-DISCIPLINA.
       01   REG-DISCIPLINA.
            05 REG-DIS-NOME     PIC X(15).
            05 REG-DIS-PESO     PIC 9(01).
            05 REG-DIS-STATUS   PIC X(01).
            05 REG-DIS-HORAS    PIC 9(02).
       WORKING-STORAGE                 SECTION.
       77  FS-ARQHIS        PIC X VALUE 'N'.
       77  FS-ARQEST        PIC X VALUE 'N'.
