       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONALR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CONTRATO ASSIGN TO "CONTRATO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS CON-EMPLEADO-ID
	       FILE STATUS IS CONTRATO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT CONALRR ASSIGN TO "CONALRR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CONTRATO.
       COPY "CONTRATO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CONALRR.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CONTRATO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-ACTIVO PIC 9 VALUE ZEROS.
       01 SW-CAMBIO PIC 9 VALUE ZEROS.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-INT-HOY PIC 9(7) VALUE ZEROS.
       01 W-DIAS PIC S9(5) VALUE ZEROS.
       01 W-DIAS-ED PIC ZZ9.
       01 DIAS-AVISO PIC 9(3) VALUE 15.
       01 W-FECHA-VENCE PIC 9(8) VALUE ZEROS.
       01 W-TIPO-AVISO PIC X VALUE SPACES.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 AVISOS-CONTRATO PIC 9(05) VALUE ZEROS.
       01 AVISOS-PRUEBA PIC 9(05) VALUE ZEROS.
       01 AVISOS-VENCIDO PIC 9(05) VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "CONALR".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-CON.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "AVISOS DE VENCIMIENTO DE CONTRATOS  AL ".
	   03 FECHA-ENC PIC 9(08).
       01 LINEA-CON.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-C PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-C PIC X(30).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-C PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 AVISO-C PIC X(25).
       01 LINEA-CTL-CON.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   COMPUTE W-INT-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)
	   MOVE "CONT-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-AVISO
	   END-IF
	   OPEN I-O CONTRATO
	   IF CONTRATO-STATUS NOT = "00"
	       DISPLAY "CONALR: SIN ARCHIVO DE CONTRATOS"
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT CONALRR
	   MOVE FECHA-HOY TO FECHA-ENC
	   WRITE LINEA FROM ENCABEZADO-CON
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ CONTRATO NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   PERFORM 210-VERIFICA-ACTIVO
	   IF SW-ACTIVO = 1
	       MOVE ZEROS TO SW-CAMBIO
	       IF CON-TIPO NOT = "I" AND CON-FECHA-FIN > ZEROS
		   MOVE CON-FECHA-FIN TO W-FECHA-VENCE
		   PERFORM 250-DIAS-RESTANTES
		   IF W-DIAS < ZEROS
			   AND CON-AVISO-VENCIDO NOT = CON-FECHA-FIN
		       MOVE "V" TO W-TIPO-AVISO
		       MOVE "CONTRATO VENCIDO SIN RENOVAR" TO AVISO-C
		       MOVE CON-FECHA-FIN TO CON-AVISO-VENCIDO
		       MOVE CON-FECHA-FIN TO CON-AVISO-FIN
		       ADD 1 TO AVISOS-VENCIDO
		       PERFORM 300-ALERTA
		   END-IF
		   IF W-DIAS NOT < ZEROS AND W-DIAS NOT > DIAS-AVISO
			   AND CON-AVISO-FIN NOT = CON-FECHA-FIN
		       MOVE "F" TO W-TIPO-AVISO
		       MOVE "CONTRATO POR VENCER" TO AVISO-C
		       MOVE CON-FECHA-FIN TO CON-AVISO-FIN
		       ADD 1 TO AVISOS-CONTRATO
		       PERFORM 300-ALERTA
		   END-IF
	       END-IF
	       IF CON-FIN-PRUEBA > ZEROS
		   MOVE CON-FIN-PRUEBA TO W-FECHA-VENCE
		   PERFORM 250-DIAS-RESTANTES
		   IF W-DIAS NOT < ZEROS AND W-DIAS NOT > DIAS-AVISO
			   AND CON-AVISO-PRUEBA NOT = CON-FIN-PRUEBA
		       MOVE "P" TO W-TIPO-AVISO
		       MOVE "PERIODO DE PRUEBA POR VENCER" TO AVISO-C
		       MOVE CON-FIN-PRUEBA TO CON-AVISO-PRUEBA
		       ADD 1 TO AVISOS-PRUEBA
		       PERFORM 300-ALERTA
		   END-IF
	       END-IF
	       IF SW-CAMBIO = 1
		   REWRITE REG-CONTRATO
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-VERIFICA-ACTIVO.
	   MOVE 1 TO SW-ACTIVO
	   MOVE SPACES TO NOMBRE-C
	   IF SW-EMPMAST = 1
	       MOVE CON-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE ZEROS TO SW-ACTIVO
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO NOMBRE-C
		       IF EMP-REC-ESTATUS = "I"
			   MOVE ZEROS TO SW-ACTIVO
		       END-IF
	       END-READ
	   END-IF.

       250-DIAS-RESTANTES.
	   COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-FECHA-VENCE)
	       - W-INT-HOY.

       300-ALERTA.
	   MOVE 1 TO SW-CAMBIO
	   MOVE SPACES TO W-ALR-LLAVE
	   STRING CON-EMPLEADO-ID DELIMITED BY SIZE
	       W-TIPO-AVISO DELIMITED BY SIZE
	       W-FECHA-VENCE DELIMITED BY SIZE
	       INTO W-ALR-LLAVE
	   END-STRING
	   MOVE SPACES TO W-ALR-MENSAJE
	   IF W-TIPO-AVISO = "V"
	       STRING "CONTRATO VENCIDO EL " DELIMITED BY SIZE
		   W-FECHA-VENCE DELIMITED BY SIZE
		   " SIN RENOVAR" DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	   ELSE
	       MOVE W-DIAS TO W-DIAS-ED
	       IF W-TIPO-AVISO = "P"
		   STRING "PERIODO DE PRUEBA VENCE EN "
		       DELIMITED BY SIZE
		       W-DIAS-ED DELIMITED BY SIZE
		       " DIAS" DELIMITED BY SIZE
		       INTO W-ALR-MENSAJE
		   END-STRING
	       ELSE
		   STRING "CONTRATO VENCE EN " DELIMITED BY SIZE
		       W-DIAS-ED DELIMITED BY SIZE
		       " DIAS" DELIMITED BY SIZE
		       INTO W-ALR-MENSAJE
		   END-STRING
	       END-IF
	   END-IF
	   CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
	       W-ALR-LLAVE W-ALR-MENSAJE
	   MOVE CON-EMPLEADO-ID TO EMPLEADO-ID-C
	   MOVE W-FECHA-VENCE TO FECHA-C
	   WRITE LINEA FROM LINEA-CON.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "CONTRATOS POR VENCER:" TO CTL-TEXTO
	   MOVE AVISOS-CONTRATO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "PERIODOS DE PRUEBA POR VENCER:" TO CTL-TEXTO
	   MOVE AVISOS-PRUEBA TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CON
	   MOVE "CONTRATOS VENCIDOS SIN RENOVAR:" TO CTL-TEXTO
	   MOVE AVISOS-VENCIDO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-CON
	   IF AVISOS-VENCIDO > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE CONTRATO
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE CONALRR.

       600-ESCRIBE-RUNLOG.
	   MOVE "CONALR" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = AVISOS-CONTRATO + AVISOS-PRUEBA
	       + AVISOS-VENCIDO
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
