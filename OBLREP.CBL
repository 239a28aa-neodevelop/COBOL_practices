       IDENTIFICATION DIVISION.
       PROGRAM-ID. OBLREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT OBLCAL ASSIGN TO "OBLCAL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS OBL-LLAVE
	       FILE STATUS IS OBLCAL-STATUS.
	   SELECT OBLEJE ASSIGN TO "OBLEJE"
	       FILE STATUS IS OBLEJE-STATUS.
	   SELECT OBLIST ASSIGN TO "OBLIST".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD OBLCAL.
       COPY "OBLCAL.wks".
       FD OBLEJE.
       COPY "OBLEJE.wks".
       FD OBLIST.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 OBLCAL-STATUS PIC XX.
       01 OBLEJE-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-MES PIC X(06) VALUE SPACES.
       01 W-MES PIC 9(06) VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(08) VALUE ZEROS.
       01 W-PERIODO PIC 9(06) VALUE ZEROS.
       01 W-FECHA-VENCE PIC 9(08) VALUE ZEROS.
       01 W-FECHA-CORRE PIC 9(08) VALUE ZEROS.
       01 W-FECHA-CUMPLE PIC 9(08) VALUE ZEROS.
       01 W-INTENTOS PIC 9(02) VALUE ZEROS.
       01 W-ULTIMO-RC PIC S9(04) VALUE ZEROS.
       01 W-ESTADO PIC X(09) VALUE SPACES.
       01 REG-LEIDOS PIC 9(05) VALUE ZEROS.
       01 REG-LISTADAS PIC 9(05) VALUE ZEROS.
       01 REG-CUMPLIDAS PIC 9(05) VALUE ZEROS.
       01 REG-TARDIAS PIC 9(05) VALUE ZEROS.
       01 REG-PENDIENTES PIC 9(05) VALUE ZEROS.
       01 REG-VENCIDAS PIC 9(05) VALUE ZEROS.
       01 I-EJE PIC 9(04) VALUE ZEROS.
       01 NUM-EJE PIC 9(04) VALUE ZEROS.
       01 TABLA-EJECUCIONES.
	   03 TEJ-ENTRADA OCCURS 5000 TIMES.
	       05 TEJ-CIA PIC X(3).
	       05 TEJ-PROGRAMA PIC X(10).
	       05 TEJ-PERIODO PIC 9(6).
	       05 TEJ-FECHA PIC 9(8).
	       05 TEJ-RC PIC S9(4).
	       05 TEJ-ESTADO PIC X.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "OBLREP".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-OBL.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	      "CUMPLIMIENTO DE OBLIGACIONES MES:".
	   03 MES-ED PIC 9(06).
       01 ENCABEZADO-OBL2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(04) VALUE "CIA".
	   03 FILLER PIC X(11) VALUE "PROGRAMA".
	   03 FILLER PIC X(19) VALUE "DESCRIPCION".
	   03 FILLER PIC X(07) VALUE "PERIOD".
	   03 FILLER PIC X(09) VALUE "VENCE".
	   03 FILLER PIC X(09) VALUE "EJECUTO".
	   03 FILLER PIC X(03) VALUE "IN".
	   03 FILLER PIC X(05) VALUE "  RC".
	   03 FILLER PIC X(09) VALUE "ESTADO".
       01 LINEA-OBL.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CIA-L PIC X(03).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PROGRAMA-L PIC X(10).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DESC-L PIC X(18).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 PERIODO-L PIC 9(06).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 VENCE-L PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CUMPLE-L PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 INTENTOS-L PIC Z9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RC-L PIC ---9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 ESTADO-L PIC X(09).
       01 LINEA-CTL-OBL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-MES FROM COMMAND-LINE
	   IF PARM-MES(1:6) NOT NUMERIC
	       DISPLAY "OBLREP: INDIQUE EL MES AAAAMM"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE PARM-MES TO W-MES
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   OPEN INPUT OBLCAL
	   IF OBLCAL-STATUS NOT = "00"
	       DISPLAY "OBLREP: NO SE PUDO ABRIR OBLCAL " OBLCAL-STATUS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   PERFORM 050-CARGA-EJECUCIONES
	   OPEN OUTPUT OBLIST
	   MOVE W-MES TO MES-ED
	   WRITE LINEA FROM ENCABEZADO-OBL
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-OBL2
	   WRITE LINEA FROM LINEA-R3
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ OBLCAL
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       IF OBL-ACTIVO = "A"
			   PERFORM 100-EVALUA-OBLIGACION
		       END-IF
	       END-READ
	   END-PERFORM
	   CLOSE OBLCAL
	   PERFORM 500-FINAL
	   GOBACK.

       050-CARGA-EJECUCIONES.
	   MOVE ZEROS TO NUM-EJE
	   OPEN INPUT OBLEJE
	   IF OBLEJE-STATUS = "00"
	       PERFORM UNTIL OBLEJE-STATUS = "10"
		   READ OBLEJE
		       AT END
			   MOVE "10" TO OBLEJE-STATUS
		       NOT AT END
			   IF NUM-EJE < 5000
			       ADD 1 TO NUM-EJE
			       MOVE OBE-CIA TO TEJ-CIA(NUM-EJE)
			       MOVE OBE-PROGRAMA
				   TO TEJ-PROGRAMA(NUM-EJE)
			       MOVE OBE-PERIODO TO TEJ-PERIODO(NUM-EJE)
			       MOVE OBE-FECHA TO TEJ-FECHA(NUM-EJE)
			       MOVE OBE-RC TO TEJ-RC(NUM-EJE)
			       MOVE OBE-ESTADO TO TEJ-ESTADO(NUM-EJE)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE OBLEJE
	   END-IF.

       100-EVALUA-OBLIGACION.
	   CALL "OBLFEC" USING OBL-FRECUENCIA OBL-DIA-VENCE W-MES
	       W-PERIODO W-FECHA-VENCE W-FECHA-CORRE
	   IF W-FECHA-VENCE(1:6) = PARM-MES
	       PERFORM 200-BUSCA-EJECUCIONES
	       PERFORM 300-DETERMINA-ESTADO
	       PERFORM 400-IMPRIME-OBLIGACION
	   END-IF.

       200-BUSCA-EJECUCIONES.
	   MOVE ZEROS TO W-FECHA-CUMPLE
	   MOVE ZEROS TO W-INTENTOS
	   MOVE ZEROS TO W-ULTIMO-RC
	   PERFORM VARYING I-EJE FROM 1 BY 1 UNTIL I-EJE > NUM-EJE
	       IF TEJ-CIA(I-EJE) = OBL-CIA
		       AND TEJ-PROGRAMA(I-EJE) = OBL-PROGRAMA
		       AND TEJ-PERIODO(I-EJE) = W-PERIODO
		   ADD 1 TO W-INTENTOS
		   MOVE TEJ-RC(I-EJE) TO W-ULTIMO-RC
		   IF TEJ-ESTADO(I-EJE) = "C" AND W-FECHA-CUMPLE = ZEROS
		       MOVE TEJ-FECHA(I-EJE) TO W-FECHA-CUMPLE
		   END-IF
	       END-IF
	   END-PERFORM.

       300-DETERMINA-ESTADO.
	   IF W-FECHA-CUMPLE NOT = ZEROS
	       IF W-FECHA-CUMPLE > W-FECHA-VENCE
		   MOVE "TARDIA" TO W-ESTADO
		   ADD 1 TO REG-TARDIAS
	       ELSE
		   MOVE "CUMPLIDA" TO W-ESTADO
		   ADD 1 TO REG-CUMPLIDAS
	       END-IF
	   ELSE
	       IF W-FECHA-HOY > W-FECHA-VENCE
		   MOVE "VENCIDA" TO W-ESTADO
		   ADD 1 TO REG-VENCIDAS
		   MOVE "A" TO W-ALR-SEVERIDAD
		   MOVE SPACES TO W-ALR-LLAVE
		   STRING OBL-CIA DELIMITED BY SPACE
		       " " OBL-PROGRAMA DELIMITED BY SPACE
		       INTO W-ALR-LLAVE
		   MOVE SPACES TO W-ALR-MENSAJE
		   STRING "OBLIGACION VENCIDA SIN CUMPLIR "
		       W-FECHA-VENCE DELIMITED BY SIZE
		       INTO W-ALR-MENSAJE
		   CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		       W-ALR-LLAVE W-ALR-MENSAJE
	       ELSE
		   MOVE "PENDIENTE" TO W-ESTADO
		   ADD 1 TO REG-PENDIENTES
	       END-IF
	   END-IF.

       400-IMPRIME-OBLIGACION.
	   ADD 1 TO REG-LISTADAS
	   MOVE OBL-CIA TO CIA-L
	   MOVE OBL-PROGRAMA TO PROGRAMA-L
	   MOVE OBL-DESC TO DESC-L
	   MOVE W-PERIODO TO PERIODO-L
	   MOVE W-FECHA-VENCE TO VENCE-L
	   IF W-FECHA-CUMPLE = ZEROS
	       MOVE SPACES TO CUMPLE-L
	   ELSE
	       MOVE W-FECHA-CUMPLE TO CUMPLE-L
	   END-IF
	   MOVE W-INTENTOS TO INTENTOS-L
	   MOVE W-ULTIMO-RC TO RC-L
	   MOVE W-ESTADO TO ESTADO-L
	   WRITE LINEA FROM LINEA-OBL.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE "OBLIGACIONES DEL MES" TO CTL-TEXTO
	   MOVE REG-LISTADAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-OBL
	   MOVE "CUMPLIDAS EN TIEMPO" TO CTL-TEXTO
	   MOVE REG-CUMPLIDAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-OBL
	   MOVE "CUMPLIDAS FUERA DE TIEMPO" TO CTL-TEXTO
	   MOVE REG-TARDIAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-OBL
	   MOVE "PENDIENTES POR VENCER" TO CTL-TEXTO
	   MOVE REG-PENDIENTES TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-OBL
	   MOVE "VENCIDAS SIN CUMPLIR" TO CTL-TEXTO
	   MOVE REG-VENCIDAS TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-OBL
	   CLOSE OBLIST
	   DISPLAY "OBLREP: OBLIGACIONES DEL MES " REG-LISTADAS
	   DISPLAY "OBLREP: VENCIDAS SIN CUMPLIR " REG-VENCIDAS
	   IF REG-VENCIDAS > 0 OR REG-TARDIAS > 0
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG.

       600-ESCRIBE-RUNLOG.
	   MOVE "OBLREP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE REG-LISTADAS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
