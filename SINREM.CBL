       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINREM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT SINAFIL ASSIGN TO "SINAFIL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNA-EMPLEADO-ID
	       FILE STATUS IS SINAFIL-STATUS.
	   SELECT SINCAT ASSIGN TO "SINCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNC-SINDICATO
	       FILE STATUS IS SINCAT-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT SINLIS ASSIGN TO "SINLIS"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS SINLIS-STATUS.
	   SELECT SINORD ASSIGN TO "SINORD".
	   SELECT SINPAG ASSIGN TO "SINPAG"
	       ORGANIZATION IS LINE SEQUENTIAL.
	   SELECT SINREP ASSIGN TO "SINREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD SINAFIL.
       COPY "SINAFIL.wks".
       FD SINCAT.
       COPY "SINCAT.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD SINLIS.
       01 REG-SINLIS.
	   03 LIS-SINDICATO PIC X(6).
	   03 LIS-EMPLEADO-ID PIC X(8).
	   03 LIS-NOMBRE PIC X(30).
       SD SINORD.
       01 REG-SINORD.
	   03 ORD-SINDICATO PIC X(6).
	   03 ORD-SECCION PIC X(6).
	   03 ORD-EMPLEADO-ID PIC X(8).
	   03 ORD-PERIODO PIC 9(8).
	   03 ORD-IMPORTE PIC 9(5)V99.
       FD SINPAG.
       01 REG-SINPAG.
	   03 SPG-CIA PIC X(3).
	   03 SPG-SINDICATO PIC X(6).
	   03 SPG-NOMBRE PIC X(30).
	   03 SPG-RFC PIC X(13).
	   03 SPG-CLABE PIC X(18).
	   03 SPG-MES PIC 9(6).
	   03 SPG-AFILIADOS PIC 9(5).
	   03 SPG-IMPORTE PIC 9(9)V99.
       FD SINREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HISTNOM-STATUS PIC XX.
       01 SINAFIL-STATUS PIC XX.
       01 SINCAT-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 SINLIS-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-ORD PIC 9 VALUE ZEROS.
       01 SW-PRIMERO PIC 9 VALUE ZEROS.
       01 SW-SINCAT PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-VIGENTE PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MES PIC X(06) VALUE SPACES.
       01 W-MES PIC 9(06) VALUE ZEROS.
       01 W-FECHA-INI PIC 9(08) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(08) VALUE ZEROS.
       01 W-ACT-SINDICATO PIC X(6) VALUE SPACES.
       01 W-ACT-SECCION PIC X(6) VALUE SPACES.
       01 W-ACT-EMP PIC X(8) VALUE SPACES.
       01 W-NOMBRE PIC X(30) VALUE SPACES.
       01 W-SIN-NOMBRE PIC X(30) VALUE SPACES.
       01 W-SIN-RFC PIC X(13) VALUE SPACES.
       01 W-SIN-CLABE PIC X(18) VALUE SPACES.
       01 W-PERIODOS PIC 9(02) VALUE ZEROS.
       01 W-IMP-EMP PIC 9(07)V99 VALUE ZEROS.
       01 W-IMP-SEC PIC 9(09)V99 VALUE ZEROS.
       01 W-IMP-SIN PIC 9(09)V99 VALUE ZEROS.
       01 W-AFIL-SEC PIC 9(05) VALUE ZEROS.
       01 W-AFIL-SIN PIC 9(05) VALUE ZEROS.
       01 W-MOTIVO PIC X(35) VALUE SPACES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-DESCUENTOS PIC 9(07) VALUE ZEROS.
       01 REG-SINDICATOS PIC 9(05) VALUE ZEROS.
       01 REG-AFILIADOS PIC 9(05) VALUE ZEROS.
       01 REG-DIFERENCIAS PIC 9(05) VALUE ZEROS.
       01 REG-SIN-CLABE PIC 9(05) VALUE ZEROS.
       01 TOTAL-GENERAL PIC 9(09)V99 VALUE ZEROS.
       01 I-LIS PIC 9(4) VALUE ZEROS.
       01 IDX-LIS PIC 9(4) VALUE ZEROS.
       01 NUM-LISTA PIC 9(4) VALUE ZEROS.
       01 TABLA-LISTA.
	   03 TLI-ENTRADA OCCURS 3000 TIMES.
	       05 TLI-SINDICATO PIC X(6).
	       05 TLI-EMPLEADO-ID PIC X(8).
	       05 TLI-NOMBRE PIC X(30).
	       05 TLI-ENCONTRADO PIC 9.
       01 I-SL PIC 99 VALUE ZEROS.
       01 IDX-SL PIC 99 VALUE ZEROS.
       01 NUM-SIN-LISTA PIC 99 VALUE ZEROS.
       01 TABLA-SIN-LISTA.
	   03 TSL-SINDICATO PIC X(6) OCCURS 50 TIMES.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "SINREM".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 LINEA-R1 PIC X(80) VALUE ALL "-".
       01 ENCABEZADO-SIN.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "ENTERO MENSUAL DE CUOTAS SINDICALES MES:".
	   03 MES-ED PIC 9(06).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CIA-ED PIC X(20).
       01 ENCABEZADO-SIN2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(31) VALUE "NOMBRE".
	   03 FILLER PIC X(08) VALUE "PERIODOS".
	   03 FILLER PIC X(13) VALUE "        CUOTA".
       01 ENCABEZADO-GRUPO.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "SINDICATO: ".
	   03 SINDICATO-G PIC X(6).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-G PIC X(30).
	   03 FILLER PIC X(07) VALUE " CLABE ".
	   03 CLABE-G PIC X(18).
       01 ENCABEZADO-SECCION.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "SECCION: ".
	   03 SECCION-G PIC X(6).
       01 LINEA-SIN.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-S PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-S PIC X(30).
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 PERIODOS-S PIC Z9.
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 IMPORTE-S PIC Z(6)9.99.
       01 LINEA-SIN-TOT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TEXTO-T PIC X(34).
	   03 AFILIADOS-T PIC ZZ,ZZ9.
	   03 FILLER PIC X(10) VALUE " AFILIADOS".
	   03 IMPORTE-T PIC Z(8)9.99.
       01 ENCABEZADO-CONC.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "CONCILIACION CONTRA LISTA DEL SINDICATO".
       01 ENCABEZADO-CONC2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(07) VALUE "SIND.".
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(26) VALUE "NOMBRE".
	   03 FILLER PIC X(35) VALUE "DIFERENCIA".
       01 LINEA-DIF.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 SINDICATO-D PIC X(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-D PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-D PIC X(25).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MOTIVO-D PIC X(35).
       01 LINEA-CTL-SIN.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-MES FROM COMMAND-LINE
	   IF PARM-MES(1:6) NOT NUMERIC
	       DISPLAY "SINREM: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-MES TO W-MES
	   COMPUTE W-FECHA-INI = W-MES * 100 + 1
	   COMPUTE W-FECHA-FIN = W-MES * 100 + 31
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       DISPLAY "SINREM: NO SE PUDO ABRIR HISTNOM "
		   HISTNOM-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT SINAFIL
	   IF SINAFIL-STATUS NOT = "00"
	       DISPLAY "SINREM: NO SE PUDO ABRIR SINAFIL "
		   SINAFIL-STATUS
	       CLOSE HISTNOM
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-SINCAT
	   OPEN INPUT SINCAT
	   IF SINCAT-STATUS = "00"
	       MOVE 1 TO SW-SINCAT
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT SINPAG
	   OPEN OUTPUT SINREP
	   MOVE W-MES TO MES-ED
	   MOVE W-CIA-NOMBRE TO CIA-ED
	   WRITE LINEA FROM ENCABEZADO-SIN
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-SIN2
	   WRITE LINEA FROM LINEA-R3
	   SORT SINORD
		ON ASCENDING KEY ORD-SINDICATO
		   ASCENDING KEY ORD-SECCION
		   ASCENDING KEY ORD-EMPLEADO-ID
		   ASCENDING KEY ORD-PERIODO
		INPUT PROCEDURE IS 100-SELECCIONA
		OUTPUT PROCEDURE IS 200-PROCESA-ORDENADO
	   WRITE LINEA FROM LINEA-R3
	   MOVE "TOTAL A ENTERAR" TO TEXTO-T
	   MOVE REG-AFILIADOS TO AFILIADOS-T
	   MOVE TOTAL-GENERAL TO IMPORTE-T
	   WRITE LINEA FROM LINEA-SIN-TOT
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 400-CONCILIA
	   PERFORM 500-FINAL
	   GOBACK.

       100-SELECCIONA.
	   MOVE ZEROS TO SW
	   PERFORM 110-LECTURA
	   PERFORM UNTIL SW = 1
	       IF HIS-PERIODO(1:6) = PARM-MES AND HIS-SINDICAL > ZEROS
		   PERFORM 120-PREPARA
		   RELEASE REG-SINORD
	       END-IF
	       PERFORM 110-LECTURA
	   END-PERFORM.

       110-LECTURA.
	   READ HISTNOM NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       120-PREPARA.
	   ADD 1 TO REG-DESCUENTOS
	   INITIALIZE REG-SINORD
	   MOVE HIS-EMPLEADO-ID TO ORD-EMPLEADO-ID
	   MOVE HIS-PERIODO TO ORD-PERIODO
	   MOVE HIS-SINDICAL TO ORD-IMPORTE
	   MOVE "??????" TO ORD-SINDICATO
	   MOVE HIS-EMPLEADO-ID TO SNA-EMPLEADO-ID
	   READ SINAFIL
	       INVALID KEY
		   CONTINUE
	       NOT INVALID KEY
		   MOVE SNA-SINDICATO TO ORD-SINDICATO
		   MOVE SNA-SECCION TO ORD-SECCION
	   END-READ.

       200-PROCESA-ORDENADO.
	   MOVE ZEROS TO SW-ORD
	   MOVE ZEROS TO SW-PRIMERO
	   PERFORM UNTIL SW-ORD = 1
	       RETURN SINORD
		   AT END
		       MOVE 1 TO SW-ORD
		   NOT AT END
		       PERFORM 210-ACUMULA
	       END-RETURN
	   END-PERFORM
	   IF SW-PRIMERO = 1
	       PERFORM 300-CIERRA-EMPLEADO
	       PERFORM 310-CIERRA-SECCION
	       PERFORM 320-CIERRA-SINDICATO
	   END-IF.

       210-ACUMULA.
	   IF SW-PRIMERO = ZEROS
	       MOVE 1 TO SW-PRIMERO
	       PERFORM 250-INICIA-SINDICATO
	       PERFORM 255-INICIA-SECCION
	       PERFORM 260-INICIA-EMPLEADO
	   ELSE
	       IF ORD-SINDICATO NOT = W-ACT-SINDICATO
		   PERFORM 300-CIERRA-EMPLEADO
		   PERFORM 310-CIERRA-SECCION
		   PERFORM 320-CIERRA-SINDICATO
		   PERFORM 250-INICIA-SINDICATO
		   PERFORM 255-INICIA-SECCION
		   PERFORM 260-INICIA-EMPLEADO
	       ELSE
		   IF ORD-SECCION NOT = W-ACT-SECCION
		       PERFORM 300-CIERRA-EMPLEADO
		       PERFORM 310-CIERRA-SECCION
		       PERFORM 255-INICIA-SECCION
		       PERFORM 260-INICIA-EMPLEADO
		   ELSE
		       IF ORD-EMPLEADO-ID NOT = W-ACT-EMP
			   PERFORM 300-CIERRA-EMPLEADO
			   PERFORM 260-INICIA-EMPLEADO
		       END-IF
		   END-IF
	       END-IF
	   END-IF
	   ADD 1 TO W-PERIODOS
	   ADD ORD-IMPORTE TO W-IMP-EMP.

       250-INICIA-SINDICATO.
	   MOVE ORD-SINDICATO TO W-ACT-SINDICATO
	   MOVE ZEROS TO W-IMP-SIN W-AFIL-SIN
	   MOVE "SINDICATO NO REGISTRADO" TO W-SIN-NOMBRE
	   MOVE SPACES TO W-SIN-RFC W-SIN-CLABE
	   IF SW-SINCAT = 1
	       MOVE ORD-SINDICATO TO SNC-SINDICATO
	       READ SINCAT
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE SNC-NOMBRE TO W-SIN-NOMBRE
		       MOVE SNC-RFC TO W-SIN-RFC
		       MOVE SNC-CLABE TO W-SIN-CLABE
	       END-READ
	   END-IF
	   MOVE ORD-SINDICATO TO SINDICATO-G
	   MOVE W-SIN-NOMBRE TO NOMBRE-G
	   MOVE W-SIN-CLABE TO CLABE-G
	   WRITE LINEA FROM ENCABEZADO-GRUPO AFTER ADVANCING 2 LINES.

       255-INICIA-SECCION.
	   MOVE ORD-SECCION TO W-ACT-SECCION
	   MOVE ZEROS TO W-IMP-SEC W-AFIL-SEC
	   MOVE ORD-SECCION TO SECCION-G
	   WRITE LINEA FROM ENCABEZADO-SECCION.

       260-INICIA-EMPLEADO.
	   MOVE ORD-EMPLEADO-ID TO W-ACT-EMP
	   MOVE ZEROS TO W-PERIODOS W-IMP-EMP.

       300-CIERRA-EMPLEADO.
	   PERFORM 350-NOMBRE-EMPLEADO
	   MOVE W-ACT-EMP TO EMPLEADO-ID-S
	   MOVE W-NOMBRE TO NOMBRE-S
	   MOVE W-PERIODOS TO PERIODOS-S
	   MOVE W-IMP-EMP TO IMPORTE-S
	   WRITE LINEA FROM LINEA-SIN
	   ADD 1 TO W-AFIL-SEC
	   ADD W-IMP-EMP TO W-IMP-SEC.

       310-CIERRA-SECCION.
	   MOVE SPACES TO TEXTO-T
	   STRING "SUBTOTAL SECCION " DELIMITED BY SIZE
	       W-ACT-SECCION DELIMITED BY SIZE
	       INTO TEXTO-T
	   END-STRING
	   MOVE W-AFIL-SEC TO AFILIADOS-T
	   MOVE W-IMP-SEC TO IMPORTE-T
	   WRITE LINEA FROM LINEA-SIN-TOT
	   ADD W-AFIL-SEC TO W-AFIL-SIN
	   ADD W-IMP-SEC TO W-IMP-SIN.

       320-CIERRA-SINDICATO.
	   MOVE SPACES TO TEXTO-T
	   STRING "TOTAL SINDICATO " DELIMITED BY SIZE
	       W-ACT-SINDICATO DELIMITED BY SIZE
	       INTO TEXTO-T
	   END-STRING
	   MOVE W-AFIL-SIN TO AFILIADOS-T
	   MOVE W-IMP-SIN TO IMPORTE-T
	   WRITE LINEA FROM LINEA-R1
	   WRITE LINEA FROM LINEA-SIN-TOT
	   ADD 1 TO REG-SINDICATOS
	   ADD W-AFIL-SIN TO REG-AFILIADOS
	   ADD W-IMP-SIN TO TOTAL-GENERAL
	   MOVE W-CIA TO SPG-CIA
	   MOVE W-ACT-SINDICATO TO SPG-SINDICATO
	   MOVE W-SIN-NOMBRE TO SPG-NOMBRE
	   MOVE W-SIN-RFC TO SPG-RFC
	   MOVE W-SIN-CLABE TO SPG-CLABE
	   MOVE W-MES TO SPG-MES
	   MOVE W-AFIL-SIN TO SPG-AFILIADOS
	   MOVE W-IMP-SIN TO SPG-IMPORTE
	   WRITE REG-SINPAG
	   IF W-SIN-CLABE NOT NUMERIC
	       ADD 1 TO REG-SIN-CLABE
	       MOVE 4 TO RETURN-CODE
	       MOVE W-ACT-SINDICATO TO W-ALR-LLAVE
	       MOVE "SINDICATO SIN CLABE PARA EL ENTERO"
		   TO W-ALR-MENSAJE
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF.

       350-NOMBRE-EMPLEADO.
	   MOVE "SIN MAESTRO" TO W-NOMBRE
	   IF SW-EMPMAST = 1
	       MOVE W-ACT-EMP TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO W-NOMBRE
	       END-READ
	   END-IF.

       400-CONCILIA.
	   OPEN INPUT SINLIS
	   IF SINLIS-STATUS NOT = "00"
	       MOVE "SIN LISTA SINDICAL PARA CONCILIAR" TO CTL-TEXTO
	       MOVE ZEROS TO CTL-CUENTA
	       WRITE LINEA FROM LINEA-CTL-SIN AFTER ADVANCING 2 LINES
	   ELSE
	       PERFORM 410-CARGA-LISTA
	       CLOSE SINLIS
	       WRITE LINEA FROM ENCABEZADO-CONC AFTER ADVANCING 2 LINES
	       WRITE LINEA FROM LINEA-R3
	       WRITE LINEA FROM ENCABEZADO-CONC2
	       WRITE LINEA FROM LINEA-R3
	       MOVE ZEROS TO SW
	       MOVE LOW-VALUES TO SNA-EMPLEADO-ID
	       START SINAFIL KEY IS NOT LESS THAN SNA-EMPLEADO-ID
		   INVALID KEY
		       MOVE 1 TO SW
	       END-START
	       PERFORM UNTIL SW = 1
		   READ SINAFIL NEXT
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   PERFORM 420-REVISA-AFILIADO
		   END-READ
	       END-PERFORM
	       PERFORM VARYING I-LIS FROM 1 BY 1 UNTIL I-LIS > NUM-LISTA
		   IF TLI-ENCONTRADO(I-LIS) = ZEROS
		       MOVE TLI-SINDICATO(I-LIS) TO SINDICATO-D
		       MOVE TLI-EMPLEADO-ID(I-LIS) TO EMPLEADO-ID-D
		       MOVE TLI-NOMBRE(I-LIS) TO NOMBRE-D
		       MOVE "ALTA SINDICAL NO REGISTRADA" TO W-MOTIVO
		       PERFORM 450-ESCRIBE-DIFERENCIA
		   END-IF
	       END-PERFORM
	       WRITE LINEA FROM LINEA-R3
	   END-IF.

       410-CARGA-LISTA.
	   MOVE ZEROS TO NUM-LISTA NUM-SIN-LISTA
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ SINLIS
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       IF NUM-LISTA < 3000
			       AND LIS-EMPLEADO-ID NOT = SPACES
			   ADD 1 TO NUM-LISTA
			   MOVE LIS-SINDICATO
			       TO TLI-SINDICATO(NUM-LISTA)
			   MOVE LIS-EMPLEADO-ID
			       TO TLI-EMPLEADO-ID(NUM-LISTA)
			   MOVE LIS-NOMBRE TO TLI-NOMBRE(NUM-LISTA)
			   MOVE ZEROS TO TLI-ENCONTRADO(NUM-LISTA)
			   PERFORM 415-REGISTRA-SINDICATO
		       END-IF
	       END-READ
	   END-PERFORM.

       415-REGISTRA-SINDICATO.
	   MOVE ZEROS TO IDX-SL
	   PERFORM VARYING I-SL FROM 1 BY 1 UNTIL I-SL > NUM-SIN-LISTA
	       IF TSL-SINDICATO(I-SL) = LIS-SINDICATO
		   MOVE I-SL TO IDX-SL
	       END-IF
	   END-PERFORM
	   IF IDX-SL = ZEROS AND NUM-SIN-LISTA < 50
	       ADD 1 TO NUM-SIN-LISTA
	       MOVE LIS-SINDICATO TO TSL-SINDICATO(NUM-SIN-LISTA)
	   END-IF.

       420-REVISA-AFILIADO.
	   MOVE ZEROS TO SW-VIGENTE
	   IF SNA-FECHA-ALTA NOT > W-FECHA-FIN
		   AND (SNA-FECHA-BAJA = ZEROS
		   OR SNA-FECHA-BAJA > W-FECHA-FIN)
	       MOVE 1 TO SW-VIGENTE
	   END-IF
	   MOVE ZEROS TO IDX-LIS
	   PERFORM VARYING I-LIS FROM 1 BY 1 UNTIL I-LIS > NUM-LISTA
	       IF TLI-EMPLEADO-ID(I-LIS) = SNA-EMPLEADO-ID
		   MOVE I-LIS TO IDX-LIS
	       END-IF
	   END-PERFORM
	   MOVE ZEROS TO IDX-SL
	   PERFORM VARYING I-SL FROM 1 BY 1 UNTIL I-SL > NUM-SIN-LISTA
	       IF TSL-SINDICATO(I-SL) = SNA-SINDICATO
		   MOVE I-SL TO IDX-SL
	       END-IF
	   END-PERFORM
	   MOVE SNA-EMPLEADO-ID TO W-ACT-EMP
	   PERFORM 350-NOMBRE-EMPLEADO
	   MOVE SNA-SINDICATO TO SINDICATO-D
	   MOVE SNA-EMPLEADO-ID TO EMPLEADO-ID-D
	   MOVE W-NOMBRE TO NOMBRE-D
	   IF IDX-LIS > ZEROS
	       MOVE 1 TO TLI-ENCONTRADO(IDX-LIS)
	       IF TLI-SINDICATO(IDX-LIS) NOT = SNA-SINDICATO
		   MOVE "SINDICATO DISTINTO AL DE LA LISTA"
		       TO W-MOTIVO
		   PERFORM 450-ESCRIBE-DIFERENCIA
	       ELSE
		   IF SW-VIGENTE = ZEROS
		       MOVE "RENUNCIA NO APLICADA POR SINDICATO"
			   TO W-MOTIVO
		       PERFORM 450-ESCRIBE-DIFERENCIA
		   END-IF
	       END-IF
	   ELSE
	       IF SW-VIGENTE = 1 AND IDX-SL > ZEROS
		   MOVE "AFILIADO AUSENTE DE LISTA SINDICAL"
		       TO W-MOTIVO
		   PERFORM 450-ESCRIBE-DIFERENCIA
	       END-IF
	   END-IF
	   IF SW-VIGENTE = 1 AND SW-EMPMAST = 1
	       MOVE SNA-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       IF EMP-REC-ESTATUS = "I"
			   MOVE "BAJA EN EMPRESA CON AFILIACION"
			       TO W-MOTIVO
			   PERFORM 450-ESCRIBE-DIFERENCIA
		       END-IF
	       END-READ
	   END-IF.

       450-ESCRIBE-DIFERENCIA.
	   ADD 1 TO REG-DIFERENCIAS
	   MOVE W-MOTIVO TO MOTIVO-D
	   WRITE LINEA FROM LINEA-DIF.

       500-FINAL.
	   MOVE "SINDICATOS CON ENTERO EN EL MES:" TO CTL-TEXTO
	   MOVE REG-SINDICATOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-SIN AFTER ADVANCING 2 LINES
	   MOVE "DESCUENTOS DE NOMINA EN EL MES:" TO CTL-TEXTO
	   MOVE REG-DESCUENTOS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-SIN
	   MOVE "SINDICATOS SIN CLABE:" TO CTL-TEXTO
	   MOVE REG-SIN-CLABE TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-SIN
	   MOVE "DIFERENCIAS CONTRA LISTA SINDICAL:" TO CTL-TEXTO
	   MOVE REG-DIFERENCIAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-SIN
	   IF REG-DIFERENCIAS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "SINLIS" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "DIFERENCIAS CON LISTA SINDICAL: "
		   DELIMITED BY SIZE
		   CTL-CUENTA DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE HISTNOM
	   CLOSE SINAFIL
	   IF SW-SINCAT = 1
	       CLOSE SINCAT
	   END-IF
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE SINPAG
	   CLOSE SINREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "SINREM" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-SINDICATOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
