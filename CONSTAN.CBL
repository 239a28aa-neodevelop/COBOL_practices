       FD CONSCTL.
       01 LINEA-CTL PIC X(80).
       FD HISTARCH.
       01 REG-HISARC PIC X(138).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
