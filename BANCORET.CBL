       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "BANCORET".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       01 BANCORSP-STATUS PIC XX.
       01 DISPFILE-STATUS PIC XX.
       01 EMPBANCO-STATUS PIC XX.
           ELSE
               ADD 1 TO REG-SIN-MATCH
               MOVE BRS-EMPLEADO-ID TO EMPLEADO-ID-R
               MOVE "CLABE" TO W-ENM-TIPO
               MOVE BRS-EMPLEADO-ID TO W-ENM-LLAVE
               MOVE BRS-CLABE TO W-ENM-VALOR
               CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
                   W-ENM-VALOR W-ENM-RESULTADO
               MOVE W-ENM-RESULTADO TO CLABE-R
               MOVE BRS-PERIODO TO PERIODO-R
               MOVE ZEROS TO NETO-R
               MOVE "SIN CORRESPONDENCIA" TO MOTIVO-R
           MOVE TDI-PERIODO(IDX-DISP) TO REQ-PERIODO
           WRITE REG-REQ
           MOVE BRS-EMPLEADO-ID TO EMPLEADO-ID-R
           MOVE "CLABE" TO W-ENM-TIPO
           MOVE BRS-EMPLEADO-ID TO W-ENM-LLAVE
           MOVE BRS-CLABE TO W-ENM-VALOR
           CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
               W-ENM-VALOR W-ENM-RESULTADO
           MOVE W-ENM-RESULTADO TO CLABE-R
           MOVE BRS-PERIODO TO PERIODO-R
           MOVE TDI-NETO(IDX-DISP) TO NETO-R
           PERFORM 400-DESCRIBE-MOTIVO
