       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGPURGA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
	   SELECT ALERTAS ASSIGN TO "ALERTAS"
	       FILE STATUS IS ALERTAS-STATUS.
	   SELECT KIOSLOG ASSIGN TO "KIOSLOG"
	       FILE STATUS IS KIOSLOG-STATUS.
	   SELECT OPERLOG ASSIGN TO "OPERLOG"
	       FILE STATUS IS OPERLOG-STATUS.
	   SELECT STEPTIME ASSIGN TO "STEPTIME"
	       FILE STATUS IS STEPTIME-STATUS.
	   SELECT REPDLOG ASSIGN TO "REPDLOG"
	       FILE STATUS IS REPDLOG-STATUS.
	   SELECT ARC44 ASSIGN TO "LOGARC"
	       FILE STATUS IS ARC-STATUS.
	   SELECT ARC96 ASSIGN TO "LOGARC"
	       FILE STATUS IS ARC-STATUS.
	   SELECT ARC21 ASSIGN TO "LOGARC"
	       FILE STATUS IS ARC-STATUS.
	   SELECT ARC80 ASSIGN TO "LOGARC"
	       FILE STATUS IS ARC-STATUS.
	   SELECT ARC40 ASSIGN TO "LOGARC"
	       FILE STATUS IS ARC-STATUS.
	   SELECT TMP44 ASSIGN TO "LOGTMP"
	       FILE STATUS IS TMP-STATUS.
	   SELECT TMP96 ASSIGN TO "LOGTMP"
	       FILE STATUS IS TMP-STATUS.
	   SELECT TMP21 ASSIGN TO "LOGTMP"
	       FILE STATUS IS TMP-STATUS.
	   SELECT TMP80 ASSIGN TO "LOGTMP"
	       FILE STATUS IS TMP-STATUS.
	   SELECT TMP40 ASSIGN TO "LOGTMP"
	       FILE STATUS IS TMP-STATUS.
	   SELECT LOGCTL ASSIGN TO "LOGPURGA.CTL"
	       FILE STATUS IS LOGCTL-STATUS.
	   SELECT LOGREP ASSIGN TO "LOGREP".
	   SELECT COMPANIAS ASSIGN TO "COMPANIAS"
	       FILE STATUS IS COMPANIAS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RUNLOG.
       COPY "RUNLOG.wks".
       FD ALERTAS.
       COPY "ALERTAS.wks".
       FD KIOSLOG.
       01 REG-KIOSLOG.
	   03 KLG-EMP-ID PIC X(8).
	   03 KLG-OPCION PIC X.
	   03 KLG-FECHA PIC 9(6).
	   03 KLG-HORA PIC 9(6).
       FD OPERLOG.
       01 REG-OPERLOG.
	   03 OPL-FECHA PIC X(6).
	   03 FILLER PIC X(74).
       FD STEPTIME.
       01 REG-STEPTIME.
	   03 STH-FECHA PIC 9(8).
	   03 STH-CIA PIC X(3).
	   03 STH-PASO PIC X(10).
	   03 STH-HORA-INI PIC 9(6).
	   03 STH-HORA-FIN PIC 9(6).
	   03 STH-SEGUNDOS PIC 9(7).
       FD REPDLOG.
       01 REG-REPDLOG.
	   03 FILLER PIC X(05).
	   03 RDL-TITULO PIC X(41).
	   03 FILLER PIC X(08).
	   03 RDL-FECHA PIC X(06).
	   03 FILLER PIC X(20).
       FD ARC44.
       01 REG-ARC44 PIC X(44).
       FD ARC96.
       01 REG-ARC96 PIC X(96).
       FD ARC21.
       01 REG-ARC21 PIC X(21).
       FD ARC80.
       01 REG-ARC80 PIC X(80).
       FD ARC40.
       01 REG-ARC40 PIC X(40).
       FD TMP44.
       01 REG-TMP44 PIC X(44).
       FD TMP96.
       01 REG-TMP96 PIC X(96).
       FD TMP21.
       01 REG-TMP21 PIC X(21).
       FD TMP80.
       01 REG-TMP80 PIC X(80).
       FD TMP40.
       01 REG-TMP40 PIC X(40).
       FD LOGCTL.
       01 REG-LOGCTL.
	   03 LGC-CIA PIC X(3).
	   03 LGC-MES PIC 9(6).
	   03 LGC-FECHA PIC 9(8).
	   03 LGC-ARCHIVADOS PIC 9(9).
       FD LOGREP.
       01 LINEA PIC X(80).
       FD COMPANIAS.
       01 REG-COMPANIAS.
	   03 CIA-CODIGO PIC X(3).
	   03 CIA-NOMBRE PIC X(30).
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 RUNLOG-STATUS PIC XX.
       01 ALERTAS-STATUS PIC XX.
       01 KIOSLOG-STATUS PIC XX.
       01 OPERLOG-STATUS PIC XX.
       01 STEPTIME-STATUS PIC XX.
       01 REPDLOG-STATUS PIC XX.
       01 ARC-STATUS PIC XX.
       01 TMP-STATUS PIC XX.
       01 LOGCTL-STATUS PIC XX.
       01 COMPANIAS-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-CIAS PIC 9 VALUE ZEROS.
       01 SW-HECHO PIC 9 VALUE ZEROS.
       01 SW-REPORTE PIC 9 VALUE ZEROS.
       01 SW-EXPIRA PIC 9 VALUE ZEROS.
       01 SW-RETENCION PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-CIA-CTL PIC X(3) VALUE SPACES.
       01 W-ARCHIVO-LOG PIC X(40) VALUE SPACES.
       01 W-ARCH-INICIO PIC 9(9) VALUE ZEROS.
       01 NUM-CTL PIC 99 VALUE ZEROS.
       01 I-CTL PIC 99 VALUE ZEROS.
       01 IDX-CTL PIC 99 VALUE ZEROS.
       01 TABLA-CONTROL.
	   03 TCT-ENTRADA OCCURS 50.
	       05 TCT-CIA PIC X(3).
	       05 TCT-MES PIC 9(6).
	       05 TCT-FECHA PIC 9(8).
	       05 TCT-ARCHIVADOS PIC 9(9).
       01 PARM-LINEA PIC X(30) VALUE SPACES.
       01 PARM-TOK1 PIC X(10) VALUE SPACES.
       01 PARM-TOK2 PIC X(10) VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-FECHA-HOY-R REDEFINES W-FECHA-HOY.
	   03 W-HOY-ANO PIC 9(4).
	   03 W-HOY-MES PIC 99.
	   03 W-HOY-DIA PIC 99.
       01 W-MES-HOY PIC 9(6) VALUE ZEROS.
       01 W-INICIO-EJERCICIO PIC 9(8) VALUE ZEROS.
       01 W-CORTE PIC 9(8) VALUE ZEROS.
       01 W-FECHA-REG PIC 9(8) VALUE ZEROS.
       01 W-FECHA-6 PIC 9(6) VALUE ZEROS.
       01 W-DIAS-RET PIC 9(5) VALUE ZEROS.
       01 W-BITACORA PIC X(12) VALUE SPACES.
       01 W-ARCHIVO-ARC PIC X(40) VALUE SPACES.
       01 W-ARCHIVO-TMP PIC X(40) VALUE SPACES.
       01 W-LEIDOS PIC 9(9) VALUE ZEROS.
       01 W-ARCHIVADOS PIC 9(9) VALUE ZEROS.
       01 W-ABIERTAS PIC 9(9) VALUE ZEROS.
       01 TOTAL-LEIDOS PIC 9(9) VALUE ZEROS.
       01 TOTAL-ARCHIVADOS PIC 9(9) VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-LOG.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(38) VALUE
	      "DEPURACION DE BITACORAS DE OPERACION  ".
	   03 FILLER PIC X(07) VALUE "FECHA: ".
	   03 FECHA-E PIC 9(08).
       01 ENCAB-COLUMNAS.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(13) VALUE "BITACORA".
	   03 FILLER PIC X(10) VALUE "DIAS RET".
	   03 FILLER PIC X(09) VALUE "CORTE".
	   03 FILLER PIC X(10) VALUE "    LEIDOS".
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(10) VALUE "ARCHIVADOS".
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "CONSERVADOS".
       01 LINEA-BIT.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 BITACORA-B PIC X(12).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 RETENCION-B PIC ZZ,ZZ9.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 CORTE-B PIC 9(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 LEIDOS-B PIC ZZ,ZZZ,ZZ9.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 ARCHIVADOS-B PIC ZZ,ZZZ,ZZ9.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 CONSERVADOS-B PIC ZZ,ZZZ,ZZ9.
       01 LINEA-ARCHIVO.
	   03 FILLER PIC X(16) VALUE SPACES.
	   03 FILLER PIC X(12) VALUE "ARCHIVO:    ".
	   03 ARCHIVO-B PIC X(40).
       01 LINEA-ABIERTAS.
	   03 FILLER PIC X(16) VALUE SPACES.
	   03 FILLER PIC X(30) VALUE
	      "ALERTAS ABIERTAS CONSERVADAS: ".
	   03 ABIERTAS-B PIC ZZ,ZZZ,ZZ9.
       01 LINEA-NO-DEPURA.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 BITACORA-N PIC X(12).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MOTIVO-N PIC X(50).
       01 LINEA-TOTAL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(20) VALUE "TOTAL LEIDOS:       ".
	   03 TOTAL-LEIDOS-E PIC ZZZ,ZZZ,ZZ9.
	   03 FILLER PIC X(20) VALUE "   TOTAL ARCHIVADOS:".
	   03 TOTAL-ARCHIVADOS-E PIC ZZZ,ZZZ,ZZ9.
       01 LINEA-EJERCICIO.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(48) VALUE
	      "NO SE DEPURA NADA DEL EJERCICIO EN CURSO (DESDE ".
	   03 EJERCICIO-E PIC 9(08).
	   03 FILLER PIC X(01) VALUE ")".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-LINEA FROM COMMAND-LINE
	   UNSTRING PARM-LINEA DELIMITED BY ALL SPACE
	       INTO PARM-TOK1 PARM-TOK2
	   END-UNSTRING
	   ACCEPT W-FECHA-6 FROM DATE
	   COMPUTE W-FECHA-HOY = 20000000 + W-FECHA-6
	   COMPUTE W-MES-HOY = W-HOY-ANO * 100 + W-HOY-MES
	   COMPUTE W-INICIO-EJERCICIO = W-HOY-ANO * 10000 + 101
	   PERFORM 050-CARGA-CONTROL
	   MOVE SPACES TO W-CIA-CTL
	   PERFORM 060-VERIFICA-MES
	   IF SW-HECHO = 0
	       PERFORM 040-ABRE-REPORTE
	       PERFORM 070-DEPURA-GENERALES
	       PERFORM 080-REGISTRA-MES
	   END-IF
	   PERFORM 090-DEPURA-COMPANIAS
	   IF SW-REPORTE = 0
	       DISPLAY "LOGPURGA: DEPURACION DEL MES YA REALIZADA"
	       GOBACK
	   END-IF
	   MOVE TOTAL-LEIDOS TO TOTAL-LEIDOS-E
	   MOVE TOTAL-ARCHIVADOS TO TOTAL-ARCHIVADOS-E
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-TOTAL
	   CLOSE LOGREP
	   PERFORM 500-GRABA-CONTROL
	   PERFORM 600-ESCRIBE-RUNLOG
	   DISPLAY "LOGPURGA: REGISTROS ARCHIVADOS " TOTAL-ARCHIVADOS
	   GOBACK.

       040-ABRE-REPORTE.
	   IF SW-REPORTE = 0
	       MOVE 1 TO SW-REPORTE
	       OPEN OUTPUT LOGREP
	       MOVE W-FECHA-HOY TO FECHA-E
	       WRITE LINEA FROM ENCABEZADO-LOG
	       MOVE W-INICIO-EJERCICIO TO EJERCICIO-E
	       WRITE LINEA FROM LINEA-EJERCICIO
	       WRITE LINEA FROM LINEA-R3
	       WRITE LINEA FROM ENCAB-COLUMNAS
	   END-IF.

       050-CARGA-CONTROL.
	   MOVE ZEROS TO NUM-CTL
	   OPEN INPUT LOGCTL
	   IF LOGCTL-STATUS = "00"
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ LOGCTL
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   IF NUM-CTL < 50
			       ADD 1 TO NUM-CTL
			       MOVE LGC-CIA TO TCT-CIA(NUM-CTL)
			       MOVE LGC-MES TO TCT-MES(NUM-CTL)
			       MOVE LGC-FECHA TO TCT-FECHA(NUM-CTL)
			       MOVE LGC-ARCHIVADOS
				   TO TCT-ARCHIVADOS(NUM-CTL)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE LOGCTL
	   END-IF.

       060-VERIFICA-MES.
	   MOVE ZEROS TO SW-HECHO
	   MOVE ZEROS TO IDX-CTL
	   PERFORM VARYING I-CTL FROM 1 BY 1 UNTIL I-CTL > NUM-CTL
	       IF TCT-CIA(I-CTL) = W-CIA-CTL
		   MOVE I-CTL TO IDX-CTL
	       END-IF
	   END-PERFORM
	   IF IDX-CTL > ZEROS
	       IF TCT-MES(IDX-CTL) = W-MES-HOY
		   AND PARM-TOK1 NOT = "FORZAR"
		   AND PARM-TOK2 NOT = "FORZAR"
		   MOVE 1 TO SW-HECHO
	       END-IF
	   END-IF
	   MOVE TOTAL-ARCHIVADOS TO W-ARCH-INICIO.

       070-DEPURA-GENERALES.
	   MOVE "RUNLOG" TO W-BITACORA
	   MOVE "RET-RUNLOG" TO W-PRM-CODIGO
	   PERFORM 100-PREPARA-BITACORA
	   IF SW-RETENCION = 1
	       PERFORM 200-DEPURA-RUNLOG
	   END-IF
	   MOVE "ALERTAS" TO W-BITACORA
	   MOVE "RET-ALERTAS" TO W-PRM-CODIGO
	   PERFORM 100-PREPARA-BITACORA
	   IF SW-RETENCION = 1
	       PERFORM 220-DEPURA-ALERTAS
	   END-IF
	   MOVE "KIOSLOG" TO W-BITACORA
	   MOVE "RET-KIOSLOG" TO W-PRM-CODIGO
	   PERFORM 100-PREPARA-BITACORA
	   IF SW-RETENCION = 1
	       PERFORM 240-DEPURA-KIOSLOG
	   END-IF
	   MOVE "OPERLOG" TO W-BITACORA
	   MOVE "RET-OPERLOG" TO W-PRM-CODIGO
	   PERFORM 100-PREPARA-BITACORA
	   IF SW-RETENCION = 1
	       PERFORM 260-DEPURA-OPERLOG
	   END-IF
	   MOVE "STEPTIME" TO W-BITACORA
	   MOVE "RET-STEPTIME" TO W-PRM-CODIGO
	   PERFORM 100-PREPARA-BITACORA
	   IF SW-RETENCION = 1
	       PERFORM 280-DEPURA-STEPTIME
	   END-IF.

       080-REGISTRA-MES.
	   IF IDX-CTL = ZEROS AND NUM-CTL < 50
	       ADD 1 TO NUM-CTL
	       MOVE NUM-CTL TO IDX-CTL
	       MOVE W-CIA-CTL TO TCT-CIA(IDX-CTL)
	   END-IF
	   IF IDX-CTL > ZEROS
	       MOVE W-MES-HOY TO TCT-MES(IDX-CTL)
	       MOVE W-FECHA-HOY TO TCT-FECHA(IDX-CTL)
	       COMPUTE TCT-ARCHIVADOS(IDX-CTL) =
		   TOTAL-ARCHIVADOS - W-ARCH-INICIO
	   END-IF.

       090-DEPURA-COMPANIAS.
	   MOVE ZEROS TO SW-CIAS
	   OPEN INPUT COMPANIAS
	   IF COMPANIAS-STATUS NOT = "00"
	       MOVE W-CIA TO W-CIA-CTL
	       PERFORM 095-DEPURA-UNA
	   ELSE
	       PERFORM UNTIL SW-CIAS = 1
		   READ COMPANIAS
		       AT END
			   MOVE 1 TO SW-CIAS
		       NOT AT END
			   MOVE CIA-CODIGO TO W-CIA-CTL
			   PERFORM 095-DEPURA-UNA
		   END-READ
	       END-PERFORM
	       CLOSE COMPANIAS
	   END-IF.

       095-DEPURA-UNA.
	   PERFORM 060-VERIFICA-MES
	   IF SW-HECHO = 0
	       PERFORM 040-ABRE-REPORTE
	       MOVE SPACES TO W-ARCHIVO-LOG
	       STRING "REPDLOG." DELIMITED BY SIZE
		   W-CIA-CTL DELIMITED BY SPACE
		   INTO W-ARCHIVO-LOG
	       END-STRING
	       SET ENVIRONMENT "DD_REPDLOG" TO W-ARCHIVO-LOG
	       MOVE W-ARCHIVO-LOG TO W-BITACORA
	       MOVE "RET-REPDLOG" TO W-PRM-CODIGO
	       PERFORM 100-PREPARA-BITACORA
	       IF SW-RETENCION = 1
		   PERFORM 300-DEPURA-REPDLOG
	       END-IF
	       PERFORM 080-REGISTRA-MES
	   END-IF.

       100-PREPARA-BITACORA.
	   MOVE ZEROS TO SW-RETENCION
	   MOVE ZEROS TO W-LEIDOS
	   MOVE ZEROS TO W-ARCHIVADOS
	   MOVE ZEROS TO W-ABIERTAS
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE 1 TO SW-RETENCION
	       MOVE W-PRM-VALOR TO W-DIAS-RET
	       COMPUTE W-CORTE = FUNCTION DATE-OF-INTEGER
		   (FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) - W-DIAS-RET)
	       IF W-CORTE > W-INICIO-EJERCICIO
		   MOVE W-INICIO-EJERCICIO TO W-CORTE
	       END-IF
	       MOVE SPACES TO W-ARCHIVO-ARC
	       STRING W-BITACORA DELIMITED BY SPACE
		   "." DELIMITED BY SIZE
		   W-FECHA-HOY DELIMITED BY SIZE
		   ".ARC" DELIMITED BY SIZE
		   INTO W-ARCHIVO-ARC
	       END-STRING
	       MOVE SPACES TO W-ARCHIVO-TMP
	       STRING W-BITACORA DELIMITED BY SPACE
		   ".TMP" DELIMITED BY SIZE
		   INTO W-ARCHIVO-TMP
	       END-STRING
	       SET ENVIRONMENT "DD_LOGARC" TO W-ARCHIVO-ARC
	       SET ENVIRONMENT "DD_LOGTMP" TO W-ARCHIVO-TMP
	   ELSE
	       MOVE W-BITACORA TO BITACORA-N
	       MOVE "SIN PARAMETRO DE RETENCION - SE CONSERVA COMPLETA"
		   TO MOTIVO-N
	       WRITE LINEA FROM LINEA-NO-DEPURA
	   END-IF.

       150-EVALUA-FECHA.
	   MOVE ZEROS TO SW-EXPIRA
	   IF W-FECHA-REG > ZEROS AND W-FECHA-REG < W-CORTE
	       MOVE 1 TO SW-EXPIRA
	   END-IF.

       160-NO-DISPONIBLE.
	   MOVE W-BITACORA TO BITACORA-N
	   MOVE "ARCHIVO NO DISPONIBLE - NO SE DEPURA" TO MOTIVO-N
	   WRITE LINEA FROM LINEA-NO-DEPURA.

       170-REPORTA-BITACORA.
	   MOVE W-BITACORA TO BITACORA-B
	   MOVE W-DIAS-RET TO RETENCION-B
	   MOVE W-CORTE TO CORTE-B
	   MOVE W-LEIDOS TO LEIDOS-B
	   MOVE W-ARCHIVADOS TO ARCHIVADOS-B
	   COMPUTE CONSERVADOS-B = W-LEIDOS - W-ARCHIVADOS
	   WRITE LINEA FROM LINEA-BIT
	   IF W-ARCHIVADOS > ZEROS
	       MOVE W-ARCHIVO-ARC TO ARCHIVO-B
	       WRITE LINEA FROM LINEA-ARCHIVO
	   END-IF
	   ADD W-LEIDOS TO TOTAL-LEIDOS
	   ADD W-ARCHIVADOS TO TOTAL-ARCHIVADOS.

       200-DEPURA-RUNLOG.
	   OPEN INPUT RUNLOG
	   IF RUNLOG-STATUS NOT = "00"
	       PERFORM 160-NO-DISPONIBLE
	   ELSE
	       OPEN EXTEND ARC44
	       IF ARC-STATUS = "35"
		   OPEN OUTPUT ARC44
	       END-IF
	       OPEN OUTPUT TMP44
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ RUNLOG
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO W-LEIDOS
			   COMPUTE W-FECHA-REG =
			       20000000 + RUNLOG-FECHA
			   PERFORM 150-EVALUA-FECHA
			   IF SW-EXPIRA = 1
			       WRITE REG-ARC44 FROM REG-RUNLOG
			       ADD 1 TO W-ARCHIVADOS
			   ELSE
			       WRITE REG-TMP44 FROM REG-RUNLOG
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE RUNLOG
	       CLOSE ARC44
	       CLOSE TMP44
	       IF W-ARCHIVADOS > ZEROS
		   PERFORM 210-REGRESA-RUNLOG
	       END-IF
	       PERFORM 170-REPORTA-BITACORA
	   END-IF.

       210-REGRESA-RUNLOG.
	   OPEN INPUT TMP44
	   OPEN OUTPUT RUNLOG
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ TMP44
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       WRITE REG-RUNLOG FROM REG-TMP44
	       END-READ
	   END-PERFORM
	   CLOSE TMP44
	   CLOSE RUNLOG.

       220-DEPURA-ALERTAS.
	   OPEN INPUT ALERTAS
	   IF ALERTAS-STATUS NOT = "00"
	       PERFORM 160-NO-DISPONIBLE
	   ELSE
	       OPEN EXTEND ARC96
	       IF ARC-STATUS = "35"
		   OPEN OUTPUT ARC96
	       END-IF
	       OPEN OUTPUT TMP96
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ ALERTAS
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO W-LEIDOS
			   COMPUTE W-FECHA-REG = 20000000 + ALR-FECHA
			   PERFORM 150-EVALUA-FECHA
			   IF ALR-ESTADO = "A"
			       MOVE ZEROS TO SW-EXPIRA
			       ADD 1 TO W-ABIERTAS
			   END-IF
			   IF SW-EXPIRA = 1
			       WRITE REG-ARC96 FROM REG-ALERTA
			       ADD 1 TO W-ARCHIVADOS
			   ELSE
			       WRITE REG-TMP96 FROM REG-ALERTA
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE ALERTAS
	       CLOSE ARC96
	       CLOSE TMP96
	       IF W-ARCHIVADOS > ZEROS
		   PERFORM 230-REGRESA-ALERTAS
	       END-IF
	       PERFORM 170-REPORTA-BITACORA
	       MOVE W-ABIERTAS TO ABIERTAS-B
	       WRITE LINEA FROM LINEA-ABIERTAS
	   END-IF.

       230-REGRESA-ALERTAS.
	   OPEN INPUT TMP96
	   OPEN OUTPUT ALERTAS
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ TMP96
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       WRITE REG-ALERTA FROM REG-TMP96
	       END-READ
	   END-PERFORM
	   CLOSE TMP96
	   CLOSE ALERTAS.

       240-DEPURA-KIOSLOG.
	   OPEN INPUT KIOSLOG
	   IF KIOSLOG-STATUS NOT = "00"
	       PERFORM 160-NO-DISPONIBLE
	   ELSE
	       OPEN EXTEND ARC21
	       IF ARC-STATUS = "35"
		   OPEN OUTPUT ARC21
	       END-IF
	       OPEN OUTPUT TMP21
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ KIOSLOG
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO W-LEIDOS
			   COMPUTE W-FECHA-REG = 20000000 + KLG-FECHA
			   PERFORM 150-EVALUA-FECHA
			   IF SW-EXPIRA = 1
			       WRITE REG-ARC21 FROM REG-KIOSLOG
			       ADD 1 TO W-ARCHIVADOS
			   ELSE
			       WRITE REG-TMP21 FROM REG-KIOSLOG
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE KIOSLOG
	       CLOSE ARC21
	       CLOSE TMP21
	       IF W-ARCHIVADOS > ZEROS
		   PERFORM 250-REGRESA-KIOSLOG
	       END-IF
	       PERFORM 170-REPORTA-BITACORA
	   END-IF.

       250-REGRESA-KIOSLOG.
	   OPEN INPUT TMP21
	   OPEN OUTPUT KIOSLOG
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ TMP21
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       WRITE REG-KIOSLOG FROM REG-TMP21
	       END-READ
	   END-PERFORM
	   CLOSE TMP21
	   CLOSE KIOSLOG.

       260-DEPURA-OPERLOG.
	   OPEN INPUT OPERLOG
	   IF OPERLOG-STATUS NOT = "00"
	       PERFORM 160-NO-DISPONIBLE
	   ELSE
	       OPEN EXTEND ARC80
	       IF ARC-STATUS = "35"
		   OPEN OUTPUT ARC80
	       END-IF
	       OPEN OUTPUT TMP80
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ OPERLOG
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO W-LEIDOS
			   MOVE ZEROS TO W-FECHA-REG
			   IF OPL-FECHA NUMERIC
			       MOVE OPL-FECHA TO W-FECHA-6
			       COMPUTE W-FECHA-REG =
				   20000000 + W-FECHA-6
			   END-IF
			   PERFORM 150-EVALUA-FECHA
			   IF SW-EXPIRA = 1
			       WRITE REG-ARC80 FROM REG-OPERLOG
			       ADD 1 TO W-ARCHIVADOS
			   ELSE
			       WRITE REG-TMP80 FROM REG-OPERLOG
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE OPERLOG
	       CLOSE ARC80
	       CLOSE TMP80
	       IF W-ARCHIVADOS > ZEROS
		   PERFORM 270-REGRESA-OPERLOG
	       END-IF
	       PERFORM 170-REPORTA-BITACORA
	   END-IF.

       270-REGRESA-OPERLOG.
	   OPEN INPUT TMP80
	   OPEN OUTPUT OPERLOG
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ TMP80
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       WRITE REG-OPERLOG FROM REG-TMP80
	       END-READ
	   END-PERFORM
	   CLOSE TMP80
	   CLOSE OPERLOG.

       280-DEPURA-STEPTIME.
	   OPEN INPUT STEPTIME
	   IF STEPTIME-STATUS NOT = "00"
	       PERFORM 160-NO-DISPONIBLE
	   ELSE
	       OPEN EXTEND ARC40
	       IF ARC-STATUS = "35"
		   OPEN OUTPUT ARC40
	       END-IF
	       OPEN OUTPUT TMP40
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ STEPTIME
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO W-LEIDOS
			   MOVE STH-FECHA TO W-FECHA-REG
			   PERFORM 150-EVALUA-FECHA
			   IF SW-EXPIRA = 1
			       WRITE REG-ARC40 FROM REG-STEPTIME
			       ADD 1 TO W-ARCHIVADOS
			   ELSE
			       WRITE REG-TMP40 FROM REG-STEPTIME
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE STEPTIME
	       CLOSE ARC40
	       CLOSE TMP40
	       IF W-ARCHIVADOS > ZEROS
		   PERFORM 290-REGRESA-STEPTIME
	       END-IF
	       PERFORM 170-REPORTA-BITACORA
	   END-IF.

       290-REGRESA-STEPTIME.
	   OPEN INPUT TMP40
	   OPEN OUTPUT STEPTIME
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ TMP40
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       WRITE REG-STEPTIME FROM REG-TMP40
	       END-READ
	   END-PERFORM
	   CLOSE TMP40
	   CLOSE STEPTIME.

       300-DEPURA-REPDLOG.
	   OPEN INPUT REPDLOG
	   IF REPDLOG-STATUS NOT = "00"
	       PERFORM 160-NO-DISPONIBLE
	   ELSE
	       OPEN EXTEND ARC80
	       IF ARC-STATUS = "35"
		   OPEN OUTPUT ARC80
	       END-IF
	       OPEN OUTPUT TMP80
	       MOVE ZEROS TO W-FECHA-REG
	       MOVE ZEROS TO SW
	       PERFORM UNTIL SW = 1
		   READ REPDLOG
		       AT END
			   MOVE 1 TO SW
		       NOT AT END
			   ADD 1 TO W-LEIDOS
			   PERFORM 305-FECHA-BLOQUE
			   PERFORM 150-EVALUA-FECHA
			   IF SW-EXPIRA = 1
			       WRITE REG-ARC80 FROM REG-REPDLOG
			       ADD 1 TO W-ARCHIVADOS
			   ELSE
			       WRITE REG-TMP80 FROM REG-REPDLOG
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE REPDLOG
	       CLOSE ARC80
	       CLOSE TMP80
	       IF W-ARCHIVADOS > ZEROS
		   PERFORM 310-REGRESA-REPDLOG
	       END-IF
	       PERFORM 170-REPORTA-BITACORA
	   END-IF.

       305-FECHA-BLOQUE.
	   IF RDL-TITULO = "DISTRIBUCION DE REPORTES POR DEPARTAMENTO"
	       MOVE ZEROS TO W-FECHA-REG
	       IF RDL-FECHA NUMERIC
		   MOVE RDL-FECHA TO W-FECHA-6
		   COMPUTE W-FECHA-REG = 20000000 + W-FECHA-6
	       END-IF
	   END-IF.

       310-REGRESA-REPDLOG.
	   OPEN INPUT TMP80
	   OPEN OUTPUT REPDLOG
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ TMP80
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       WRITE REG-REPDLOG FROM REG-TMP80
	       END-READ
	   END-PERFORM
	   CLOSE TMP80
	   CLOSE REPDLOG.

       500-GRABA-CONTROL.
	   OPEN OUTPUT LOGCTL
	   PERFORM VARYING I-CTL FROM 1 BY 1 UNTIL I-CTL > NUM-CTL
	       MOVE TCT-CIA(I-CTL) TO LGC-CIA
	       MOVE TCT-MES(I-CTL) TO LGC-MES
	       MOVE TCT-FECHA(I-CTL) TO LGC-FECHA
	       MOVE TCT-ARCHIVADOS(I-CTL) TO LGC-ARCHIVADOS
	       WRITE REG-LOGCTL
	   END-PERFORM
	   CLOSE LOGCTL.

       600-ESCRIBE-RUNLOG.
	   MOVE "LOGPURGA" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE TOTAL-LEIDOS TO RUNLOG-LEIDOS
	   MOVE TOTAL-ARCHIVADOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
