       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMMCON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT GMMINSC ASSIGN TO "GMMINSC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS GMI-LLAVE
	       FILE STATUS IS GMMINSC-STATUS.
	   SELECT GMMPLAN ASSIGN TO "GMMPLAN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GPL-PLAN
	       FILE STATUS IS GMMPLAN-STATUS.
	   SELECT BENEF ASSIGN TO "BENEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BEN-LLAVE
	       FILE STATUS IS BENEF-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT GMMFACT ASSIGN TO "GMMFACT"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS GMMFACT-STATUS.
	   SELECT GMMREP ASSIGN TO "GMMREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD GMMINSC.
       COPY "GMMINSC.wks".
       FD GMMPLAN.
       COPY "GMMPLAN.wks".
       FD BENEF.
       COPY "BENEF.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD GMMFACT.
       01 REG-GMMFACT.
	   03 GFA-CERTIFICADO PIC X(15).
	   03 GFA-NOMBRE PIC X(30).
	   03 GFA-PERSONAS PIC 99.
	   03 GFA-IMPORTE PIC 9(7)V99.
	   03 GFA-MES PIC 9(6).
       FD GMMREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 GMMINSC-STATUS PIC XX.
       01 GMMPLAN-STATUS PIC XX.
       01 BENEF-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 GMMFACT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-FIN-BEN PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-BENEF PIC 9 VALUE ZEROS.
       01 SW-FACTURA PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MES PIC X(06) VALUE SPACES.
       01 W-MES PIC 9(06) VALUE ZEROS.
       01 W-FECHA-INI PIC 9(08) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(08) VALUE ZEROS.
       01 W-EMP-ESTATUS PIC X VALUE SPACES.
       01 W-PERSONAS PIC 99 VALUE ZEROS.
       01 W-ESPERADO PIC 9(07)V99 VALUE ZEROS.
       01 I-DEP PIC 9 VALUE ZEROS.
       01 I-INS PIC 9(4) VALUE ZEROS.
       01 IDX-INS PIC 9(4) VALUE ZEROS.
       01 IDX-FIN PIC 9(4) VALUE ZEROS.
       01 NUM-INS PIC 9(4) VALUE ZEROS.
       01 TABLA-INS.
	   03 TIN-ENTRADA OCCURS 3000 TIMES.
	       05 TIN-CERTIFICADO PIC X(15).
	       05 TIN-EMPLEADO-ID PIC X(8).
	       05 TIN-NOMBRE PIC X(30).
	       05 TIN-PERSONAS PIC 99.
	       05 TIN-ESPERADO PIC 9(7)V99.
	       05 TIN-VIGENTE PIC X.
	       05 TIN-BAJA PIC X.
	       05 TIN-FACTURADO PIC X.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-FACTURA PIC 9(07) VALUE ZEROS.
       01 REG-INSCRITOS PIC 9(05) VALUE ZEROS.
       01 REG-ASEGURADOS PIC 9(05) VALUE ZEROS.
       01 REG-BAJAS PIC 9(05) VALUE ZEROS.
       01 REG-NO-REGISTRADO PIC 9(05) VALUE ZEROS.
       01 REG-SIN-COBERTURA PIC 9(05) VALUE ZEROS.
       01 REG-DIFERENCIA PIC 9(05) VALUE ZEROS.
       01 REG-NO-FACTURADO PIC 9(05) VALUE ZEROS.
       01 REG-INCIDENCIAS PIC 9(05) VALUE ZEROS.
       01 TOTAL-ESPERADO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-FACTURADO PIC 9(09)V99 VALUE ZEROS.
       01 TOTAL-OBJETADO PIC 9(09)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "GMMCON".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-GMM.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "ASEGURADOS GASTOS MEDICOS MAYORES  MES: ".
	   03 MES-ED PIC 9(06).
       01 ENCABEZADO-GMM2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(26) VALUE "NOMBRE".
	   03 FILLER PIC X(05) VALUE "PLAN".
	   03 FILLER PIC X(16) VALUE "CERTIFICADO".
	   03 FILLER PIC X(03) VALUE "PS".
	   03 FILLER PIC X(11) VALUE "     PRIMA".
	   03 FILLER PIC X(08) VALUE "MARCA".
       01 LINEA-ASE.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-A PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-A PIC X(25).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PLAN-A PIC X(04).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CERTIFICADO-A PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PERSONAS-A PIC Z9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PRIMA-A PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MARCA-A PIC X(08).
       01 LINEA-DEP.
	   03 FILLER PIC X(13) VALUE SPACES.
	   03 FILLER PIC X(05) VALUE "DEP: ".
	   03 SECUENCIA-D PIC 99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-D PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PARENTESCO-D PIC X.
       01 ENCABEZADO-CON.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(45) VALUE
	      "CONCILIACION CONTRA FACTURA DE LA ASEGURADORA".
       01 ENCABEZADO-CON2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(16) VALUE "CERTIFICADO".
	   03 FILLER PIC X(21) VALUE "NOMBRE".
	   03 FILLER PIC X(03) VALUE "PS".
	   03 FILLER PIC X(11) VALUE " FACTURADO".
	   03 FILLER PIC X(11) VALUE "  ESPERADO".
	   03 FILLER PIC X(16) VALUE "MOTIVO".
       01 LINEA-CON.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CERTIFICADO-C PIC X(15).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-C PIC X(20).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PERSONAS-C PIC Z9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FACTURADO-C PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ESPERADO-C PIC Z(6)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MOTIVO-C PIC X(16).
       01 LINEA-GMM-TOT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(37) VALUE "TOTALES DEL MES:".
	   03 FACTURADO-T PIC Z(8)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ESPERADO-T PIC Z(8)9.99.
       01 LINEA-CTL-GMM.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.
       01 LINEA-CTL-IMP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO-I PIC X(40).
	   03 CTL-IMPORTE PIC Z(8)9.99.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-MES FROM COMMAND-LINE
	   IF PARM-MES(1:6) NOT NUMERIC
	       DISPLAY "GMMCON: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-MES TO W-MES
	   COMPUTE W-FECHA-INI = W-MES * 100 + 1
	   COMPUTE W-FECHA-FIN = W-MES * 100 + 31
	   OPEN INPUT GMMINSC
	   OPEN INPUT GMMPLAN
	   IF GMMINSC-STATUS NOT = "00" OR GMMPLAN-STATUS NOT = "00"
	       DISPLAY "GMMCON: NO SE PUDO ABRIR GMMINSC/GMMPLAN "
		   GMMINSC-STATUS " " GMMPLAN-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   MOVE ZEROS TO SW-BENEF
	   OPEN INPUT BENEF
	   IF BENEF-STATUS = "00"
	       MOVE 1 TO SW-BENEF
	   END-IF
	   OPEN OUTPUT GMMREP
	   MOVE W-MES TO MES-ED
	   WRITE LINEA FROM ENCABEZADO-GMM
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-GMM2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 400-CONCILIA
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ GMMINSC NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF GMI-FECHA-INI NOT > W-FECHA-FIN AND NUM-INS < 3000
	       PERFORM 300-INSCRIPCION
	   END-IF
	   PERFORM 100-LECTURA.

       300-INSCRIPCION.
	   MOVE 1 TO W-PERSONAS
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
	       IF GMI-DEP-SEC(I-DEP) > ZEROS
		   ADD 1 TO W-PERSONAS
	       END-IF
	   END-PERFORM
	   MOVE GMI-PLAN TO GPL-PLAN
	   READ GMMPLAN
	       INVALID KEY
		   MOVE ZEROS TO GPL-PRIMA-PERSONA
	   END-READ
	   COMPUTE W-ESPERADO = GPL-PRIMA-PERSONA * W-PERSONAS
	   MOVE SPACES TO W-EMP-ESTATUS
	   MOVE SPACES TO NOMBRE-A
	   IF SW-EMPMAST = 1
	       MOVE GMI-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "I" TO W-EMP-ESTATUS
		   NOT INVALID KEY
		       MOVE EMP-REC-ESTATUS TO W-EMP-ESTATUS
		       MOVE EMP-REC-NOMBRE TO NOMBRE-A
	       END-READ
	   END-IF
	   ADD 1 TO NUM-INS
	   MOVE GMI-CERTIFICADO TO TIN-CERTIFICADO(NUM-INS)
	   MOVE GMI-EMPLEADO-ID TO TIN-EMPLEADO-ID(NUM-INS)
	   MOVE NOMBRE-A TO TIN-NOMBRE(NUM-INS)
	   MOVE W-PERSONAS TO TIN-PERSONAS(NUM-INS)
	   MOVE W-ESPERADO TO TIN-ESPERADO(NUM-INS)
	   MOVE "N" TO TIN-FACTURADO(NUM-INS)
	   MOVE "N" TO TIN-BAJA(NUM-INS)
	   IF W-EMP-ESTATUS = "I"
	       MOVE "S" TO TIN-BAJA(NUM-INS)
	   END-IF
	   IF GMI-FECHA-FIN = ZEROS OR GMI-FECHA-FIN NOT < W-FECHA-INI
	       MOVE "S" TO TIN-VIGENTE(NUM-INS)
	       PERFORM 350-LISTA-ASEGURADO
	   ELSE
	       MOVE "N" TO TIN-VIGENTE(NUM-INS)
	   END-IF.

       350-LISTA-ASEGURADO.
	   ADD 1 TO REG-INSCRITOS
	   ADD W-PERSONAS TO REG-ASEGURADOS
	   ADD W-ESPERADO TO TOTAL-ESPERADO
	   MOVE GMI-EMPLEADO-ID TO EMPLEADO-ID-A
	   MOVE GMI-PLAN TO PLAN-A
	   MOVE GMI-CERTIFICADO TO CERTIFICADO-A
	   MOVE W-PERSONAS TO PERSONAS-A
	   MOVE W-ESPERADO TO PRIMA-A
	   MOVE SPACES TO MARCA-A
	   IF W-EMP-ESTATUS = "I"
	       MOVE "BAJA" TO MARCA-A
	   END-IF
	   WRITE LINEA FROM LINEA-ASE
	   IF SW-BENEF = 1
	       PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
		   IF GMI-DEP-SEC(I-DEP) > ZEROS
		       PERFORM 360-LISTA-DEPENDIENTE
		   END-IF
	       END-PERFORM
	   END-IF.

       360-LISTA-DEPENDIENTE.
	   MOVE GMI-EMPLEADO-ID TO BEN-EMPLEADO-ID
	   MOVE GMI-DEP-SEC(I-DEP) TO BEN-SECUENCIA
	   READ BENEF
	       INVALID KEY
		   MOVE "DEPENDIENTE NO REGISTRADO" TO BEN-NOMBRE
		   MOVE SPACES TO BEN-PARENTESCO
	   END-READ
	   MOVE GMI-DEP-SEC(I-DEP) TO SECUENCIA-D
	   MOVE BEN-NOMBRE TO NOMBRE-D
	   MOVE BEN-PARENTESCO TO PARENTESCO-D
	   WRITE LINEA FROM LINEA-DEP.

       400-CONCILIA.
	   MOVE ZEROS TO SW-FACTURA
	   OPEN INPUT GMMFACT
	   IF GMMFACT-STATUS = "00"
	       MOVE 1 TO SW-FACTURA
	   END-IF
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-CON
	   WRITE LINEA FROM LINEA-R3
	   IF SW-FACTURA = ZEROS
	       MOVE SPACES TO LINEA
	       MOVE "  NO SE RECIBIO LA FACTURA DE LA ASEGURADORA"
		   TO LINEA
	       WRITE LINEA
	       ADD 1 TO REG-INCIDENCIAS
	   ELSE
	       WRITE LINEA FROM ENCABEZADO-CON2
	       WRITE LINEA FROM LINEA-R3
	       MOVE ZEROS TO SW
	       PERFORM 410-LEE-FACTURA
	       PERFORM 420-RENGLON-FACTURA UNTIL SW = 1
	       CLOSE GMMFACT
	       PERFORM VARYING I-INS FROM 1 BY 1 UNTIL I-INS > NUM-INS
		   IF TIN-VIGENTE(I-INS) = "S"
			   AND TIN-FACTURADO(I-INS) = "N"
		       PERFORM 450-NO-FACTURADO
		   END-IF
	       END-PERFORM
	   END-IF.

       410-LEE-FACTURA.
	   READ GMMFACT
	       AT END
		   MOVE 1 TO SW
	   END-READ.

       420-RENGLON-FACTURA.
	   IF GFA-MES = W-MES
	       ADD 1 TO REG-FACTURA
	       ADD GFA-IMPORTE TO TOTAL-FACTURADO
	       PERFORM 430-BUSCA-CERTIFICADO
	       PERFORM 440-COMPARA
	   END-IF
	   PERFORM 410-LEE-FACTURA.

       430-BUSCA-CERTIFICADO.
	   MOVE ZEROS TO IDX-INS IDX-FIN
	   PERFORM VARYING I-INS FROM 1 BY 1 UNTIL I-INS > NUM-INS
	       IF TIN-CERTIFICADO(I-INS) = GFA-CERTIFICADO
		   IF TIN-VIGENTE(I-INS) = "S"
		       MOVE I-INS TO IDX-INS
		   ELSE
		       MOVE I-INS TO IDX-FIN
		   END-IF
	       END-IF
	   END-PERFORM.

       440-COMPARA.
	   MOVE SPACES TO MOTIVO-C
	   MOVE ZEROS TO ESPERADO-C
	   IF IDX-INS = ZEROS
	       IF IDX-FIN = ZEROS
		   ADD 1 TO REG-NO-REGISTRADO
		   MOVE "CERT. NO REGIST." TO MOTIVO-C
	       ELSE
		   IF TIN-BAJA(IDX-FIN) = "S"
		       ADD 1 TO REG-BAJAS
		       MOVE "EMPLEADO DE BAJA" TO MOTIVO-C
		   ELSE
		       ADD 1 TO REG-SIN-COBERTURA
		       MOVE "SIN COBERTURA" TO MOTIVO-C
		   END-IF
	       END-IF
	       ADD GFA-IMPORTE TO TOTAL-OBJETADO
	   ELSE
	       MOVE "S" TO TIN-FACTURADO(IDX-INS)
	       MOVE TIN-ESPERADO(IDX-INS) TO ESPERADO-C
	       IF TIN-BAJA(IDX-INS) = "S"
		   ADD 1 TO REG-BAJAS
		   MOVE "EMPLEADO DE BAJA" TO MOTIVO-C
		   ADD GFA-IMPORTE TO TOTAL-OBJETADO
	       ELSE
		   IF GFA-PERSONAS NOT = TIN-PERSONAS(IDX-INS)
		       ADD 1 TO REG-DIFERENCIA
		       MOVE "DIF. PERSONAS" TO MOTIVO-C
		   ELSE
		       IF GFA-IMPORTE NOT = TIN-ESPERADO(IDX-INS)
			   ADD 1 TO REG-DIFERENCIA
			   MOVE "DIF. IMPORTE" TO MOTIVO-C
		       END-IF
		   END-IF
	       END-IF
	   END-IF
	   IF MOTIVO-C NOT = SPACES
	       ADD 1 TO REG-INCIDENCIAS
	       MOVE GFA-CERTIFICADO TO CERTIFICADO-C
	       MOVE GFA-NOMBRE TO NOMBRE-C
	       MOVE GFA-PERSONAS TO PERSONAS-C
	       MOVE GFA-IMPORTE TO FACTURADO-C
	       WRITE LINEA FROM LINEA-CON
	   END-IF.

       450-NO-FACTURADO.
	   ADD 1 TO REG-NO-FACTURADO
	   ADD 1 TO REG-INCIDENCIAS
	   MOVE TIN-CERTIFICADO(I-INS) TO CERTIFICADO-C
	   MOVE TIN-NOMBRE(I-INS) TO NOMBRE-C
	   MOVE TIN-PERSONAS(I-INS) TO PERSONAS-C
	   MOVE ZEROS TO FACTURADO-C
	   MOVE TIN-ESPERADO(I-INS) TO ESPERADO-C
	   MOVE "NO FACTURADO" TO MOTIVO-C
	   WRITE LINEA FROM LINEA-CON.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE TOTAL-FACTURADO TO FACTURADO-T
	   MOVE TOTAL-ESPERADO TO ESPERADO-T
	   WRITE LINEA FROM LINEA-GMM-TOT
	   WRITE LINEA FROM LINEA-R3
	   MOVE "INSCRIPCIONES VIGENTES EN EL MES:" TO CTL-TEXTO
	   MOVE REG-INSCRITOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "PERSONAS ASEGURADAS:" TO CTL-TEXTO
	   MOVE REG-ASEGURADOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "RENGLONES EN LA FACTURA:" TO CTL-TEXTO
	   MOVE REG-FACTURA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "FACTURADOS DADOS DE BAJA:" TO CTL-TEXTO
	   MOVE REG-BAJAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "CERTIFICADOS NO REGISTRADOS:" TO CTL-TEXTO
	   MOVE REG-NO-REGISTRADO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "FACTURADOS CON COBERTURA TERMINADA:" TO CTL-TEXTO
	   MOVE REG-SIN-COBERTURA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "DIFERENCIAS EN PERSONAS O IMPORTE:" TO CTL-TEXTO
	   MOVE REG-DIFERENCIA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "INSCRITOS NO FACTURADOS:" TO CTL-TEXTO
	   MOVE REG-NO-FACTURADO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-GMM
	   MOVE "IMPORTE FACTURADO A OBJETAR:" TO CTL-TEXTO-I
	   MOVE TOTAL-OBJETADO TO CTL-IMPORTE
	   WRITE LINEA FROM LINEA-CTL-IMP
	   IF REG-INCIDENCIAS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "GMMFACT" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       IF TOTAL-OBJETADO > ZEROS
		   MOVE TOTAL-OBJETADO TO CTL-IMPORTE
		   STRING "GMM FACTURADO A OBJETAR: " DELIMITED BY SIZE
		       CTL-IMPORTE DELIMITED BY SIZE
		       INTO W-ALR-MENSAJE
		   END-STRING
	       ELSE
		   MOVE "DIFERENCIAS EN FACTURA GASTOS MEDICOS"
		       TO W-ALR-MENSAJE
	       END-IF
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE GMMINSC
	   CLOSE GMMPLAN
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   IF SW-BENEF = 1
	       CLOSE BENEF
	   END-IF
	   CLOSE GMMREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "GMMCON" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-INSCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
