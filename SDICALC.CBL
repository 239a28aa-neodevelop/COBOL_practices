       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "SDICALC".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       01 EMPSEG-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
	   MOVE SEG-REC-SDI TO W-SDI-ANT
	   ADD 1 TO REG-ACTUALIZADOS
	   MOVE SEG-REC-ID TO EMPLEADO-ID-D
	   MOVE "NSS" TO W-ENM-TIPO
	   MOVE SEG-REC-ID TO W-ENM-LLAVE
	   MOVE SEG-REC-NSS TO W-ENM-VALOR
	   CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO NSS-D
	   MOVE W-FIJO TO FIJO-D
	   MOVE W-VAR-BIM TO VAR-D
	   MOVE W-SDI-ANT TO SDI-ANT-D
