       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD HISTARCH.
       01 REG-HISARC PIC X(138).
       FD ARCREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
