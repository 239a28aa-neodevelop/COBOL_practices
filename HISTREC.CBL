       DATA DIVISION.
       FILE SECTION.
       FD HISTARCH.
       01 REG-HISARC PIC X(138).
       FD HISTWORK.
       01 REG-HISWORK PIC X(138).
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD RUNLOG.
