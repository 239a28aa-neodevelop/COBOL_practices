       FD AGUIREP.
       01 LINEA PIC X(80).
       FD HISTARCH.
       01 REG-HISARC PIC X(138).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
