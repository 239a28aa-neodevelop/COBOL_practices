       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIAANT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT VIAORD ASSIGN TO "VIAORD".
	   SELECT VIAANTR ASSIGN TO "VIAANTR".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VIATICO.
       COPY "VIATICO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       SD VIAORD.
       01 REG-VIAORD.
	   03 ORD-DEPTO PIC X(15).
	   03 ORD-EMPLEADO-ID PIC X(8).
	   03 ORD-FOLIO PIC 9(4).
	   03 ORD-NOMBRE PIC X(30).
	   03 ORD-FECHA PIC 9(8).
	   03 ORD-DESTINO PIC X(30).
	   03 ORD-IMPORTE PIC 9(7)V99.
	   03 ORD-SALDO PIC 9(7)V99.
	   03 ORD-DIAS PIC 9(5).
       FD VIAANTR.
       01 LINEA PIC X(132).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 VIATICO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-ORD PIC 9 VALUE ZEROS.
       01 SW-PRIMERO PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-FECHA PIC X(8) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-CORTE PIC 9(8) VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 W-VIA-DIAS PIC 9(3) VALUE 30.
       01 W-SALDO PIC S9(7)V99 VALUE ZEROS.
       01 W-DIAS PIC S9(5) VALUE ZEROS.
       01 W-DEPTO-ACT PIC X(15) VALUE SPACES.
       01 W-EMP-ACT PIC X(8) VALUE SPACES.
       01 W-NOMBRE-ACT PIC X(30) VALUE SPACES.
       01 I-NIVEL PIC 9 VALUE ZEROS.
       01 I-COL PIC 9 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-ABIERTOS PIC 9(07) VALUE ZEROS.
       01 REG-VENCIDOS PIC 9(07) VALUE ZEROS.
       01 TABLA-ACUM.
	   03 TAC-NIVEL OCCURS 3 TIMES.
	       05 TAC-ANTICIPOS PIC 9(5).
	       05 TAC-IMPORTE PIC 9(9)V99 OCCURS 6 TIMES.
       01 LINEA-R3 PIC X(132) VALUE ALL "==".
       01 LINEA-R1 PIC X(132) VALUE ALL "-".
       01 ENCABEZADO-VIA.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "ANTIGUEDAD DE ANTICIPOS DE VIATICOS".
	   03 FILLER PIC X(07) VALUE "CORTE: ".
	   03 CORTE-ENC PIC 9(08).
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 CIA-ENC PIC X(30).
	   03 FILLER PIC X(18) VALUE "  RECUPERA A DIAS:".
	   03 DIAS-ENC PIC ZZ9.
       01 ENCABEZADO-VIA2.
	   03 FILLER PIC X(11) VALUE "  EMPLEADO".
	   03 FILLER PIC X(05) VALUE "FOLI".
	   03 FILLER PIC X(09) VALUE "FECHA".
	   03 FILLER PIC X(23) VALUE "DESTINO".
	   03 FILLER PIC X(06) VALUE "  DIAS".
	   03 FILLER PIC X(13) VALUE "      IMPORTE".
	   03 FILLER PIC X(30) VALUE
	      "      0-15     16-30     31-60".
	   03 FILLER PIC X(30) VALUE
	      "     61-90       +90     SALDO".
       01 ENCABEZADO-DEP.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
	   03 DEPTO-ED PIC X(15).
       01 LINEA-DET.
	   03 FILLER PIC X(11) VALUE SPACES.
	   03 FOLIO-D PIC 9(4).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-D PIC 9(8).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DESTINO-D PIC X(22).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIAS-D PIC ZZZZ9.
	   03 VENCIDO-D PIC X(01).
	   03 IMPORTE-D PIC ZZ,ZZZ,ZZ9.99.
	   03 BLOQUE-D OCCURS 6 TIMES.
	       05 FILLER PIC X(01).
	       05 SALDO-D PIC ZZZZZ9.99 BLANK WHEN ZERO.
       01 LINEA-TOT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 TEXTO-T PIC X(50).
	   03 ANTICIPOS-T PIC ZZZZ9.
	   03 FILLER PIC X(10) VALUE " ANTICIPOS".
	   03 BLOQUE-T OCCURS 6 TIMES.
	       05 FILLER PIC X(01).
	       05 SALDO-T PIC ZZZZZ9.99.
       01 LINEA-NOTA.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(60) VALUE
	      "* = VENCIDO, SE RECUPERA EN LA SIGUIENTE NOMINA".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-FECHA FROM COMMAND-LINE
	   IF PARM-FECHA NUMERIC
	       MOVE PARM-FECHA TO FECHA-CORTE
	   ELSE
	       ACCEPT FECHA-AMD FROM DATE
	       COMPUTE FECHA-CORTE = 20000000 + FECHA-AMD
	   END-IF
	   MOVE "VIA-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO W-VIA-DIAS
	   END-IF
	   OPEN INPUT VIATICO
	   IF VIATICO-STATUS NOT = "00"
	       DISPLAY "VIAANT: NO SE PUDO ABRIR VIATICO "
		   VIATICO-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   OPEN OUTPUT VIAANTR
	   MOVE FECHA-CORTE TO CORTE-ENC
	   MOVE W-CIA-NOMBRE TO CIA-ENC
	   MOVE W-VIA-DIAS TO DIAS-ENC
	   WRITE LINEA FROM ENCABEZADO-VIA
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-VIA2
	   WRITE LINEA FROM LINEA-R3
	   INITIALIZE TABLA-ACUM
	   SORT VIAORD
		ON ASCENDING KEY ORD-DEPTO
		   ASCENDING KEY ORD-EMPLEADO-ID
		   ASCENDING KEY ORD-FOLIO
		INPUT PROCEDURE IS 100-SELECCIONA
		OUTPUT PROCEDURE IS 200-PROCESA-ORDENADO
	   PERFORM 400-TOTALES
	   PERFORM 500-FINAL
	   GOBACK.

       100-SELECCIONA.
	   MOVE ZEROS TO SW
	   PERFORM 110-LECTURA
	   PERFORM UNTIL SW = 1
	       IF VIA-ESTATUS = "A" AND VIA-FECHA NOT > FECHA-CORTE
		   COMPUTE W-SALDO = VIA-IMPORTE - VIA-COMP-HOSPEDAJE
		       - VIA-COMP-ALIMENTOS - VIA-COMP-TRANSPORTE
		       - VIA-COMP-OTROS - VIA-NO-DEDUCIBLE
		       - VIA-DEVUELTO - VIA-RECUPERADO
		   IF W-SALDO > ZEROS
		       PERFORM 120-PREPARA
		       RELEASE REG-VIAORD
		   END-IF
	       END-IF
	       PERFORM 110-LECTURA
	   END-PERFORM.

       110-LECTURA.
	   READ VIATICO NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       120-PREPARA.
	   INITIALIZE REG-VIAORD
	   MOVE VIA-DEPTO TO ORD-DEPTO
	   IF VIA-DEPTO = SPACES
	       MOVE "SIN DEPARTAMENTO" TO ORD-DEPTO
	   END-IF
	   MOVE VIA-EMPLEADO-ID TO ORD-EMPLEADO-ID
	   MOVE VIA-FOLIO TO ORD-FOLIO
	   MOVE VIA-FECHA TO ORD-FECHA
	   MOVE VIA-DESTINO TO ORD-DESTINO
	   MOVE VIA-IMPORTE TO ORD-IMPORTE
	   MOVE W-SALDO TO ORD-SALDO
	   COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(FECHA-CORTE)
	       - FUNCTION INTEGER-OF-DATE(VIA-FECHA)
	   IF W-DIAS < ZEROS
	       MOVE ZEROS TO W-DIAS
	   END-IF
	   MOVE W-DIAS TO ORD-DIAS
	   MOVE "SIN MAESTRO" TO ORD-NOMBRE
	   IF SW-EMPMAST = 1
	       MOVE VIA-EMPLEADO-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE EMP-REC-NOMBRE TO ORD-NOMBRE
	       END-READ
	   END-IF.

       200-PROCESA-ORDENADO.
	   MOVE ZEROS TO SW-ORD
	   MOVE ZEROS TO SW-PRIMERO
	   PERFORM UNTIL SW-ORD = 1
	       RETURN VIAORD
		   AT END
		       MOVE 1 TO SW-ORD
		   NOT AT END
		       PERFORM 210-ACUMULA
	       END-RETURN
	   END-PERFORM
	   IF SW-PRIMERO = 1
	       PERFORM 300-CIERRA-EMPLEADO
	       PERFORM 310-CIERRA-DEPTO
	   END-IF.

       210-ACUMULA.
	   IF SW-PRIMERO = ZEROS
	       MOVE 1 TO SW-PRIMERO
	       PERFORM 250-INICIA-DEPTO
	       PERFORM 260-INICIA-EMPLEADO
	   ELSE
	       IF ORD-DEPTO NOT = W-DEPTO-ACT
		   PERFORM 300-CIERRA-EMPLEADO
		   PERFORM 310-CIERRA-DEPTO
		   PERFORM 250-INICIA-DEPTO
		   PERFORM 260-INICIA-EMPLEADO
	       ELSE
		   IF ORD-EMPLEADO-ID NOT = W-EMP-ACT
		       PERFORM 300-CIERRA-EMPLEADO
		       PERFORM 260-INICIA-EMPLEADO
		   END-IF
	       END-IF
	   END-IF
	   PERFORM 270-DETALLE.

       250-INICIA-DEPTO.
	   MOVE ORD-DEPTO TO W-DEPTO-ACT
	   MOVE ORD-DEPTO TO DEPTO-ED
	   WRITE LINEA FROM ENCABEZADO-DEP AFTER ADVANCING 2 LINES.

       260-INICIA-EMPLEADO.
	   MOVE ORD-EMPLEADO-ID TO W-EMP-ACT
	   MOVE ORD-NOMBRE TO W-NOMBRE-ACT.

       270-DETALLE.
	   ADD 1 TO REG-ABIERTOS
	   ADD 1 TO TAC-ANTICIPOS(1)
	   MOVE SPACES TO LINEA-DET
	   MOVE ORD-FOLIO TO FOLIO-D
	   MOVE ORD-FECHA TO FECHA-D
	   MOVE ORD-DESTINO TO DESTINO-D
	   MOVE ORD-DIAS TO DIAS-D
	   MOVE ORD-IMPORTE TO IMPORTE-D
	   IF ORD-DIAS > W-VIA-DIAS
	       MOVE "*" TO VENCIDO-D
	       ADD 1 TO REG-VENCIDOS
	   END-IF
	   EVALUATE TRUE
	       WHEN ORD-DIAS NOT > 15
		   MOVE 1 TO I-COL
	       WHEN ORD-DIAS NOT > 30
		   MOVE 2 TO I-COL
	       WHEN ORD-DIAS NOT > 60
		   MOVE 3 TO I-COL
	       WHEN ORD-DIAS NOT > 90
		   MOVE 4 TO I-COL
	       WHEN OTHER
		   MOVE 5 TO I-COL
	   END-EVALUATE
	   MOVE ZEROS TO SALDO-D(1) SALDO-D(2) SALDO-D(3)
	   MOVE ZEROS TO SALDO-D(4) SALDO-D(5)
	   MOVE ORD-SALDO TO SALDO-D(I-COL)
	   MOVE ORD-SALDO TO SALDO-D(6)
	   ADD ORD-SALDO TO TAC-IMPORTE(1, I-COL)
	   ADD ORD-SALDO TO TAC-IMPORTE(1, 6)
	   WRITE LINEA FROM LINEA-DET.

       300-CIERRA-EMPLEADO.
	   MOVE SPACES TO TEXTO-T
	   STRING W-EMP-ACT DELIMITED BY SIZE
	       " " DELIMITED BY SIZE
	       W-NOMBRE-ACT DELIMITED BY SIZE
	       INTO TEXTO-T
	   END-STRING
	   MOVE 1 TO I-NIVEL
	   PERFORM 340-IMPRIME-NIVEL.

       310-CIERRA-DEPTO.
	   MOVE SPACES TO TEXTO-T
	   STRING "SUBTOTAL " DELIMITED BY SIZE
	       W-DEPTO-ACT DELIMITED BY SIZE
	       INTO TEXTO-T
	   END-STRING
	   MOVE 2 TO I-NIVEL
	   WRITE LINEA FROM LINEA-R1
	   PERFORM 340-IMPRIME-NIVEL.

       340-IMPRIME-NIVEL.
	   MOVE TAC-ANTICIPOS(I-NIVEL) TO ANTICIPOS-T
	   PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 6
	       MOVE TAC-IMPORTE(I-NIVEL, I-COL) TO SALDO-T(I-COL)
	   END-PERFORM
	   WRITE LINEA FROM LINEA-TOT
	   IF I-NIVEL < 3
	       ADD TAC-ANTICIPOS(I-NIVEL) TO TAC-ANTICIPOS(I-NIVEL + 1)
	       MOVE ZEROS TO TAC-ANTICIPOS(I-NIVEL)
	       PERFORM VARYING I-COL FROM 1 BY 1 UNTIL I-COL > 6
		   ADD TAC-IMPORTE(I-NIVEL, I-COL)
		       TO TAC-IMPORTE(I-NIVEL + 1, I-COL)
		   MOVE ZEROS TO TAC-IMPORTE(I-NIVEL, I-COL)
	       END-PERFORM
	   END-IF.

       400-TOTALES.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "TOTAL GENERAL" TO TEXTO-T
	   MOVE 3 TO I-NIVEL
	   PERFORM 340-IMPRIME-NIVEL
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-NOTA.

       500-FINAL.
	   CLOSE VIATICO
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE VIAANTR
	   DISPLAY "VIAANT: ANTICIPOS ABIERTOS " REG-ABIERTOS
	   DISPLAY "VIAANT: VENCIDOS A RECUPERAR " REG-VENCIDOS
	   IF REG-VENCIDOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG.

       600-ESCRIBE-RUNLOG.
	   MOVE "VIAANT" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-ABIERTOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
