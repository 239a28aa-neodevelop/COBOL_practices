       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPALR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EXPEDI ASSIGN TO "EXPEDI"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS EXD-LLAVE
	       FILE STATUS IS EXPEDI-STATUS.
	   SELECT DOCTIPO ASSIGN TO "DOCTIPO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS DTP-CODIGO
	       FILE STATUS IS DOCTIPO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EXPALRR ASSIGN TO "EXPALRR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EXPEDI.
       COPY "EXPEDI.wks".
       FD DOCTIPO.
       COPY "DOCTIPO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EXPALRR.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EXPEDI-STATUS PIC XX.
       01 DOCTIPO-STATUS PIC XX.
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
       01 DIAS-AVISO PIC 9(3) VALUE 30.
       01 W-DIAS-AVISO PIC 9(3) VALUE ZEROS.
       01 W-TIPO-AVISO PIC X VALUE SPACES.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 NUM-TIPOS PIC 9(3) VALUE ZEROS.
       01 I-TIP PIC 9(3) VALUE ZEROS.
       01 IDX-TIP PIC 9(3) VALUE ZEROS.
       01 TABLA-TIPOS.
	   03 TDT-ENTRADA OCCURS 100 TIMES.
	       05 TDT-CODIGO PIC X(6).
	       05 TDT-NOMBRE PIC X(30).
	       05 TDT-DIAS-AVISO PIC 9(3).
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 AVISOS-VENCE PIC 9(05) VALUE ZEROS.
       01 AVISOS-VENCIDO PIC 9(05) VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "EXPALR".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-EXP.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "AVISOS DE VENCIMIENTO DE DOCUMENTOS AL ".
	   03 FECHA-ENC PIC 9(08).
       01 LINEA-EXP.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-E PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-E PIC X(25).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DOCUMENTO-E PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-E PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 AVISO-E PIC X(25).
       01 LINEA-CTL-EXP.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   COMPUTE W-INT-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY)
	   MOVE "EXP-AVISO" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO DIAS-AVISO
	   END-IF
	   OPEN I-O EXPEDI
	   IF EXPEDI-STATUS NOT = "00"
	       DISPLAY "EXPALR: SIN ARCHIVO DE EXPEDIENTES"
	       GOBACK
	   END-IF
	   PERFORM 050-CARGA-TIPOS
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT EXPALRR
	   MOVE FECHA-HOY TO FECHA-ENC
	   WRITE LINEA FROM ENCABEZADO-EXP
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       050-CARGA-TIPOS.
	   MOVE ZEROS TO NUM-TIPOS
	   OPEN INPUT DOCTIPO
	   IF DOCTIPO-STATUS = "00"
	       PERFORM UNTIL DOCTIPO-STATUS = "10"
		       OR NUM-TIPOS = 100
		   READ DOCTIPO NEXT
		       AT END
			   MOVE "10" TO DOCTIPO-STATUS
		       NOT AT END
			   ADD 1 TO NUM-TIPOS
			   MOVE DTP-CODIGO TO TDT-CODIGO(NUM-TIPOS)
			   MOVE DTP-NOMBRE TO TDT-NOMBRE(NUM-TIPOS)
			   MOVE DTP-DIAS-AVISO
			       TO TDT-DIAS-AVISO(NUM-TIPOS)
		   END-READ
	       END-PERFORM
	       CLOSE DOCTIPO
	   END-IF.

       100-LECTURA.
	   READ EXPEDI NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   IF EXD-FECHA-VENCE > ZEROS
	       PERFORM 210-VERIFICA-ACTIVO
	   ELSE
	       MOVE ZEROS TO SW-ACTIVO
	   END-IF
	   IF SW-ACTIVO = 1
	       MOVE ZEROS TO SW-CAMBIO
	       PERFORM 220-DIAS-AVISO
	       COMPUTE W-DIAS =
		   FUNCTION INTEGER-OF-DATE(EXD-FECHA-VENCE) - W-INT-HOY
	       IF W-DIAS < ZEROS
		       AND EXD-AVISO-VENCIDO NOT = EXD-FECHA-VENCE
		   MOVE "V" TO W-TIPO-AVISO
		   MOVE "DOCUMENTO VENCIDO" TO AVISO-E
		   MOVE EXD-FECHA-VENCE TO EXD-AVISO-VENCIDO
		   MOVE EXD-FECHA-VENCE TO EXD-AVISO-VENCE
		   ADD 1 TO AVISOS-VENCIDO
		   PERFORM 300-ALERTA
	       END-IF
	       IF W-DIAS NOT < ZEROS AND W-DIAS NOT > W-DIAS-AVISO
		       AND EXD-AVISO-VENCE NOT = EXD-FECHA-VENCE
		   MOVE "F" TO W-TIPO-AVISO
		   MOVE "DOCUMENTO POR VENCER" TO AVISO-E
		   MOVE EXD-FECHA-VENCE TO EXD-AVISO-VENCE
		   ADD 1 TO AVISOS-VENCE
		   PERFORM 300-ALERTA
	       END-IF
	       IF SW-CAMBIO = 1
		   REWRITE REG-EXPEDI
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       210-VERIFICA-ACTIVO.
	   MOVE 1 TO SW-ACTIVO
	   MOVE SPACES TO NOMBRE-E
	   IF SW-EMPMAST = 1
	       MOVE EXD-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE ZEROS TO SW-ACTIVO
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO NOMBRE-E
		       IF EMP-REC-ESTATUS = "I"
			   MOVE ZEROS TO SW-ACTIVO
		       END-IF
	       END-READ
	   END-IF.

       220-DIAS-AVISO.
	   MOVE DIAS-AVISO TO W-DIAS-AVISO
	   MOVE ZEROS TO IDX-TIP
	   PERFORM VARYING I-TIP FROM 1 BY 1 UNTIL I-TIP > NUM-TIPOS
	       IF TDT-CODIGO(I-TIP) = EXD-DOCUMENTO
		   MOVE I-TIP TO IDX-TIP
	       END-IF
	   END-PERFORM
	   IF IDX-TIP > ZEROS
	       IF TDT-DIAS-AVISO(IDX-TIP) > ZEROS
		   MOVE TDT-DIAS-AVISO(IDX-TIP) TO W-DIAS-AVISO
	       END-IF
	   END-IF.

       300-ALERTA.
	   MOVE 1 TO SW-CAMBIO
	   MOVE SPACES TO W-ALR-LLAVE
	   STRING EXD-EMPLEADO-ID DELIMITED BY SIZE
	       EXD-DOCUMENTO DELIMITED BY SIZE
	       W-TIPO-AVISO DELIMITED BY SIZE
	       INTO W-ALR-LLAVE
	   END-STRING
	   MOVE SPACES TO W-ALR-MENSAJE
	   IF W-TIPO-AVISO = "V"
	       MOVE "C" TO W-ALR-SEVERIDAD
	       STRING "DOCUMENTO " DELIMITED BY SIZE
		   EXD-DOCUMENTO DELIMITED BY SPACE
		   " VENCIDO EL " DELIMITED BY SIZE
		   EXD-FECHA-VENCE DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	   ELSE
	       MOVE "A" TO W-ALR-SEVERIDAD
	       MOVE W-DIAS TO W-DIAS-ED
	       STRING "DOCUMENTO " DELIMITED BY SIZE
		   EXD-DOCUMENTO DELIMITED BY SPACE
		   " VENCE EN " DELIMITED BY SIZE
		   W-DIAS-ED DELIMITED BY SIZE
		   " DIAS" DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	   END-IF
	   CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
	       W-ALR-LLAVE W-ALR-MENSAJE
	   MOVE EXD-EMPLEADO-ID TO EMPLEADO-ID-E
	   MOVE EXD-DOCUMENTO TO DOCUMENTO-E
	   MOVE EXD-FECHA-VENCE TO FECHA-E
	   WRITE LINEA FROM LINEA-EXP.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "DOCUMENTOS POR VENCER:" TO CTL-TEXTO
	   MOVE AVISOS-VENCE TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-EXP
	   MOVE "DOCUMENTOS VENCIDOS:" TO CTL-TEXTO
	   MOVE AVISOS-VENCIDO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-EXP
	   IF AVISOS-VENCIDO > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EXPEDI
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE EXPALRR.

       600-ESCRIBE-RUNLOG.
	   MOVE "EXPALR" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = AVISOS-VENCE + AVISOS-VENCIDO
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
