       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELOJINC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT CHECADAS ASSIGN TO "CHECADAS"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS CHECADAS-STATUS.
	   SELECT HORARIO ASSIGN TO "HORARIO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HOR-EMPLEADO-ID
	       FILE STATUS IS HORARIO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EMPSEG ASSIGN TO "EMPSEG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SEG-REC-ID
	       FILE STATUS IS EMPSEG-STATUS.
	   SELECT INCAPAC ASSIGN TO "INCAPAC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS ICP-LLAVE
	       FILE STATUS IS INCAPAC-STATUS.
	   SELECT INCIDEN ASSIGN TO "INCIDEN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INC-LLAVE
	       FILE STATUS IS INCIDEN-STATUS.
	   SELECT CALEND ASSIGN TO "CALEND"
	       FILE STATUS IS CALEND-STATUS.
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT CHKORD ASSIGN TO "CHKORD".
	   SELECT RELOJREP ASSIGN TO "RELOJREP".
	   SELECT RELOJEXC ASSIGN TO "RELOJEXC".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD CHECADAS.
       COPY "CHECADA.wks".
       FD HORARIO.
       COPY "HORARIO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD INCAPAC.
       COPY "INCAPAC.wks".
       FD INCIDEN.
       COPY "INCIDEN.wks".
       FD CALEND.
       01 REG-CALEND.
	   03 CAL-TIPO PIC X.
	   03 CAL-FECHA PIC 9(8).
	   03 CAL-PERIODO PIC 9(8).
	   03 CAL-DESC PIC X(20).
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       SD CHKORD.
       01 REG-CHKORD.
	   03 ORD-EMPLEADO-ID PIC X(8).
	   03 ORD-FECHA PIC 9(8).
	   03 ORD-HORA PIC 9(4).
       FD RELOJREP.
       01 LINEA PIC X(80).
       FD RELOJEXC.
       01 LINEA-E PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 CHECADAS-STATUS PIC XX.
       01 HORARIO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPSEG-STATUS PIC XX.
       01 INCAPAC-STATUS PIC XX.
       01 INCIDEN-STATUS PIC XX.
       01 CALEND-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-ORD PIC 9 VALUE ZEROS.
       01 SW-FIN-ICP PIC 9 VALUE ZEROS.
       01 SW-EMPSEG PIC 9 VALUE ZEROS.
       01 SW-INCAPAC PIC 9 VALUE ZEROS.
       01 SW-HORARIO PIC 9 VALUE ZEROS.
       01 SW-EVALUA PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-FERIADO PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 PERIODO-RPT PIC 9(08) VALUE ZEROS.
       01 PERIODO-RPT-R REDEFINES PERIODO-RPT.
	   03 PER-ANO PIC 9(4).
	   03 PER-MES PIC 99.
	   03 PER-QNA PIC 99.
       01 TABLA-DIAS-MES.
	   03 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
	   03 DIAS-MES PIC 99 OCCURS 12 TIMES.
       01 W-DIA-INI PIC 99 VALUE ZEROS.
       01 W-DIA-FIN PIC 99 VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE ZEROS.
       01 W-NUM-DIAS PIC 99 VALUE ZEROS.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-FECHA-LIM PIC 9(8) VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-FECHA-DIA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-ALTA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-BAJA PIC 9(8) VALUE ZEROS.
       01 W-INT-INI PIC 9(7) VALUE ZEROS.
       01 W-INT-ICP-INI PIC 9(7) VALUE ZEROS.
       01 W-INT-ICP-FIN PIC 9(7) VALUE ZEROS.
       01 W-INT-DIA PIC 9(7) VALUE ZEROS.
       01 W-DIA-SEM PIC 9 VALUE ZEROS.
       01 W-HORA PIC 9(4) VALUE ZEROS.
       01 W-HORA-R REDEFINES W-HORA.
	   03 W-HH PIC 99.
	   03 W-MM PIC 99.
       01 W-MIN-LIMITE PIC 9(4) VALUE ZEROS.
       01 W-MIN-CHECADA PIC 9(4) VALUE ZEROS.
       01 W-MIN-TARDE PIC 9(4) VALUE ZEROS.
       01 W-EMP-ACTUAL PIC X(8) VALUE SPACES.
       01 W-FALTAS PIC 99 VALUE ZEROS.
       01 W-RETARDOS PIC 99 VALUE ZEROS.
       01 W-RET-DESC PIC 99 VALUE ZEROS.
       01 W-DIAS-INC PIC 99 VALUE ZEROS.
       01 W-ACCION PIC X(14) VALUE SPACES.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 RET-X-FALTA PIC 99 VALUE 3.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 I-DIA PIC 99 VALUE ZEROS.
       01 IDX-DIA PIC 99 VALUE ZEROS.
       01 TABLA-DIAS.
	   03 TD-ENTRADA OCCURS 31 TIMES.
	       05 TD-CHECADAS PIC 99.
	       05 TD-PRIMERA PIC 9(4).
	       05 TD-INCAP PIC 9.
       01 NUM-FERIADOS PIC 99 VALUE ZEROS.
       01 I-FER PIC 99 VALUE ZEROS.
       01 TABLA-FERIADOS.
	   03 TF-FECHA PIC 9(8) OCCURS 31 TIMES.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-FUERA PIC 9(07) VALUE ZEROS.
       01 REG-EMPLEADOS PIC 9(05) VALUE ZEROS.
       01 REG-EXCEPCIONES PIC 9(05) VALUE ZEROS.
       01 INC-ALTAS PIC 9(05) VALUE ZEROS.
       01 INC-CAMBIOS PIC 9(05) VALUE ZEROS.
       01 INC-BAJAS PIC 9(05) VALUE ZEROS.
       01 TOTAL-FALTAS PIC 9(05) VALUE ZEROS.
       01 TOTAL-RETARDOS PIC 9(05) VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "RELOJINC".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-REL.
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 FILLER PIC X(45) VALUE
	      "INCIDENCIAS GENERADAS POR RELOJ CHECADOR".
       01 ENCABEZADO-REL2.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "PERIODO: ".
	   03 PERIODO-E PIC 9(08).
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(04) VALUE "DEL ".
	   03 FECHA-INI-E PIC 9(08).
	   03 FILLER PIC X(04) VALUE " AL ".
	   03 FECHA-LIM-E PIC 9(08).
       01 ENCABEZADO-REL3.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(21) VALUE "NOMBRE".
	   03 FILLER PIC X(07) VALUE "FALTAS".
	   03 FILLER PIC X(07) VALUE "RETAR".
	   03 FILLER PIC X(06) VALUE "DIAS".
	   03 FILLER PIC X(14) VALUE "ACCION".
       01 LINEA-REL.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-R PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOMBRE-R PIC X(20).
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 FALTAS-R PIC Z9.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 RETARDOS-R PIC Z9.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 DIAS-R PIC Z9.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 ACCION-R PIC X(14).
       01 LINEA-REL-DIA.
	   03 FILLER PIC X(12) VALUE SPACES.
	   03 TIPO-RD PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-RD PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 HORA-RD PIC X(04).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MINUTOS-RD PIC ZZZ9.
	   03 FILLER PIC X(04) VALUE " MIN".
       01 LINEA-REL-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(08) VALUE "FALTAS: ".
	   03 FALTAS-RT PIC ZZZZ9.
	   03 FILLER PIC X(12) VALUE "  RETARDOS: ".
	   03 RETARDOS-RT PIC ZZZZ9.
	   03 FILLER PIC X(15) VALUE "  EXCEPCIONES: ".
	   03 EXCEPCIONES-RT PIC ZZZZ9.
       01 LINEA-REL-CTL.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(17) VALUE "INCIDEN - ALTAS: ".
	   03 ALTAS-RC PIC ZZZZ9.
	   03 FILLER PIC X(12) VALUE "  CAMBIOS: ".
	   03 CAMBIOS-RC PIC ZZZZ9.
	   03 FILLER PIC X(10) VALUE "  BAJAS: ".
	   03 BAJAS-RC PIC ZZZZ9.
       01 ENCABEZADO-EXC.
	   03 FILLER PIC X(15) VALUE SPACES.
	   03 FILLER PIC X(45) VALUE
	      "EXCEPCIONES DE RELOJ CHECADOR POR RESOLVER".
       01 ENCABEZADO-EXC2.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(10) VALUE "FECHA".
	   03 FILLER PIC X(06) VALUE "HORA".
	   03 FILLER PIC X(04) VALUE "CHK".
	   03 FILLER PIC X(40) VALUE "MOTIVO".
       01 LINEA-EXC.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 EMPLEADO-ID-X PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 FECHA-X PIC X(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 HORA-X PIC X(04).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CHECADAS-X PIC Z9.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 MOTIVO-X PIC X(40).

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   IF PARM-PERIODO NUMERIC
	       MOVE PARM-PERIODO TO PERIODO-RPT
	   ELSE
	       PERFORM 025-LEE-PERIODO-CTL
	   END-IF
	   IF PERIODO-RPT = ZEROS OR PER-MES < 1 OR PER-MES > 12
		   OR PER-QNA > 2
	       DISPLAY "RELOJINC: PERIODO INVALIDO " PERIODO-RPT
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT CHECADAS
	   IF CHECADAS-STATUS NOT = "00"
	       DISPLAY "RELOJINC: NO HAY ARCHIVO DE CHECADAS"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT HORARIO
	   IF HORARIO-STATUS NOT = "00"
	       DISPLAY "RELOJINC: NO SE PUDO ABRIR HORARIO "
		   HORARIO-STATUS
	       CLOSE CHECADAS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "RELOJINC: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       CLOSE CHECADAS HORARIO
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN I-O INCIDEN
	   IF INCIDEN-STATUS = "35"
	       OPEN OUTPUT INCIDEN
	       CLOSE INCIDEN
	       OPEN I-O INCIDEN
	   END-IF
	   IF INCIDEN-STATUS NOT = "00"
	       DISPLAY "RELOJINC: NO SE PUDO ABRIR INCIDEN "
		   INCIDEN-STATUS
	       CLOSE CHECADAS HORARIO EMPMAST
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPSEG SW-INCAPAC
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS = "00"
	       MOVE 1 TO SW-EMPSEG
	       OPEN INPUT INCAPAC
	       IF INCAPAC-STATUS = "00"
		   MOVE 1 TO SW-INCAPAC
	       END-IF
	   END-IF
	   PERFORM 020-LEE-PARAMETROS
	   PERFORM 030-FECHAS-PERIODO
	   PERFORM 040-CARGA-FERIADOS
	   OPEN OUTPUT RELOJREP
	   OPEN OUTPUT RELOJEXC
	   MOVE PERIODO-RPT TO PERIODO-E
	   MOVE W-FECHA-INI TO FECHA-INI-E
	   MOVE W-FECHA-LIM TO FECHA-LIM-E
	   WRITE LINEA FROM ENCABEZADO-REL
	   WRITE LINEA FROM ENCABEZADO-REL2
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-REL3
	   WRITE LINEA-E FROM ENCABEZADO-EXC
	   WRITE LINEA-E FROM ENCABEZADO-REL2
	   WRITE LINEA-E FROM LINEA-R3
	   WRITE LINEA-E FROM ENCABEZADO-EXC2
	   SORT CHKORD
		ON ASCENDING KEY ORD-EMPLEADO-ID
		   ASCENDING KEY ORD-FECHA
		   ASCENDING KEY ORD-HORA
		INPUT PROCEDURE IS 100-SELECCIONA
		OUTPUT PROCEDURE IS 200-PROCESA-ORDENADO
	   PERFORM 500-FINAL
	   GOBACK.

       020-LEE-PARAMETROS.
	   MOVE "RET-X-FALTA" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1
	       MOVE W-PRM-VALOR TO RET-X-FALTA
	   END-IF.

       025-LEE-PERIODO-CTL.
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       MOVE PERCTL-PERIODO TO PERIODO-RPT
	       CLOSE PERCTL
	   END-IF.

       030-FECHAS-PERIODO.
	   MOVE DIAS-MES(PER-MES) TO W-DIA-FIN
	   IF PER-MES = 2
	       IF FUNCTION MOD(PER-ANO, 4) = 0
		   MOVE 29 TO W-DIA-FIN
	       END-IF
	   END-IF
	   MOVE 1 TO W-DIA-INI
	   IF PER-QNA = ZEROS
	       MOVE 30 TO W-DIAS-BASE
	   ELSE
	       MOVE 15 TO W-DIAS-BASE
	       IF PER-QNA = 1
		   MOVE 15 TO W-DIA-FIN
	       ELSE
		   MOVE 16 TO W-DIA-INI
	       END-IF
	   END-IF
	   COMPUTE W-FECHA-INI = PER-ANO * 10000 + PER-MES * 100
	       + W-DIA-INI
	   COMPUTE W-FECHA-FIN = PER-ANO * 10000 + PER-MES * 100
	       + W-DIA-FIN
	   COMPUTE W-NUM-DIAS = W-DIA-FIN - W-DIA-INI + 1
	   COMPUTE W-INT-INI = FUNCTION INTEGER-OF-DATE(W-FECHA-INI)
	   ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD
	   MOVE W-FECHA-FIN TO W-FECHA-LIM
	   IF W-FECHA-HOY NOT > W-FECHA-FIN
	       COMPUTE W-FECHA-LIM = FUNCTION DATE-OF-INTEGER
		   (FUNCTION INTEGER-OF-DATE(W-FECHA-HOY) - 1)
	   END-IF.

       040-CARGA-FERIADOS.
	   MOVE ZEROS TO NUM-FERIADOS
	   OPEN INPUT CALEND
	   IF CALEND-STATUS = "00"
	       PERFORM UNTIL CALEND-STATUS = "10"
		   READ CALEND
		       AT END
			   MOVE "10" TO CALEND-STATUS
		       NOT AT END
			   IF CAL-TIPO = "F"
			      AND CAL-FECHA NOT < W-FECHA-INI
			      AND CAL-FECHA NOT > W-FECHA-FIN
			      AND NUM-FERIADOS < 31
			       ADD 1 TO NUM-FERIADOS
			       MOVE CAL-FECHA TO TF-FECHA(NUM-FERIADOS)
			   END-IF
		   END-READ
	       END-PERFORM
	       CLOSE CALEND
	   ELSE
	       DISPLAY "RELOJINC: SIN CALENDARIO - NO SE EXCLUYEN "
		   "DIAS FERIADOS"
	   END-IF.

       100-SELECCIONA.
	   MOVE ZEROS TO SW
	   PERFORM UNTIL SW = 1
	       READ CHECADAS
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       PERFORM 110-VALIDA-CHECADA
	       END-READ
	   END-PERFORM
	   CLOSE CHECADAS
	   PERFORM 150-AGREGA-HORARIOS.

       110-VALIDA-CHECADA.
	   MOVE SPACES TO W-MOTIVO
	   IF CHK-FECHA-X NOT NUMERIC OR CHK-HORA-X NOT NUMERIC
	       MOVE "CHECADA CON FECHA U HORA INVALIDA" TO W-MOTIVO
	   ELSE
	       MOVE CHK-HORA TO W-HORA
	       IF W-HH > 23 OR W-MM > 59
		   MOVE "CHECADA CON HORA INVALIDA" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO NOT = SPACES
	       MOVE CHK-EMPLEADO-ID TO EMPLEADO-ID-X
	       MOVE CHK-FECHA-X TO FECHA-X
	       MOVE CHK-HORA-X TO HORA-X
	       MOVE ZEROS TO CHECADAS-X
	       PERFORM 360-EXCEPCION
	   ELSE
	       IF CHK-FECHA < W-FECHA-INI OR CHK-FECHA > W-FECHA-FIN
		   ADD 1 TO REG-FUERA
	       ELSE
		   MOVE CHK-EMPLEADO-ID TO ORD-EMPLEADO-ID
		   MOVE CHK-FECHA TO ORD-FECHA
		   MOVE CHK-HORA TO ORD-HORA
		   RELEASE REG-CHKORD
	       END-IF
	   END-IF.

       150-AGREGA-HORARIOS.
	   MOVE ZEROS TO SW
	   MOVE LOW-VALUES TO HOR-EMPLEADO-ID
	   START HORARIO KEY NOT < HOR-EMPLEADO-ID
	       INVALID KEY
		   MOVE 1 TO SW
	   END-START
	   PERFORM UNTIL SW = 1
	       READ HORARIO NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       MOVE HOR-EMPLEADO-ID TO ORD-EMPLEADO-ID
		       MOVE ZEROS TO ORD-FECHA ORD-HORA
		       RELEASE REG-CHKORD
	       END-READ
	   END-PERFORM.

       200-PROCESA-ORDENADO.
	   MOVE SPACES TO W-EMP-ACTUAL
	   MOVE ZEROS TO SW-ORD
	   PERFORM UNTIL SW-ORD = 1
	       RETURN CHKORD
		   AT END
		       MOVE 1 TO SW-ORD
		   NOT AT END
		       PERFORM 210-ACUMULA
	       END-RETURN
	   END-PERFORM
	   IF W-EMP-ACTUAL NOT = SPACES
	       PERFORM 300-CIERRA-EMPLEADO
	   END-IF.

       210-ACUMULA.
	   IF ORD-EMPLEADO-ID NOT = W-EMP-ACTUAL
	       IF W-EMP-ACTUAL NOT = SPACES
		   PERFORM 300-CIERRA-EMPLEADO
	       END-IF
	       PERFORM 250-INICIA-EMPLEADO
	   END-IF
	   IF ORD-FECHA = ZEROS
	       MOVE 1 TO SW-HORARIO
	   ELSE
	       COMPUTE IDX-DIA = ORD-FECHA - W-FECHA-INI + 1
	       IF TD-CHECADAS(IDX-DIA) < 99
		   ADD 1 TO TD-CHECADAS(IDX-DIA)
	       END-IF
	       IF TD-CHECADAS(IDX-DIA) = 1
		   MOVE ORD-HORA TO TD-PRIMERA(IDX-DIA)
	       END-IF
	   END-IF.

       250-INICIA-EMPLEADO.
	   MOVE ORD-EMPLEADO-ID TO W-EMP-ACTUAL
	   MOVE ZEROS TO SW-HORARIO
	   PERFORM VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > 31
	       MOVE ZEROS TO TD-CHECADAS(I-DIA)
	       MOVE ZEROS TO TD-PRIMERA(I-DIA)
	       MOVE ZEROS TO TD-INCAP(I-DIA)
	   END-PERFORM.

       300-CIERRA-EMPLEADO.
	   MOVE ZEROS TO SW-EVALUA
	   MOVE W-EMP-ACTUAL TO EMPLEADO-ID-X
	   MOVE SPACES TO FECHA-X HORA-X
	   MOVE ZEROS TO CHECADAS-X
	   IF SW-HORARIO = ZEROS
	       MOVE "CHECA SIN HORARIO ASIGNADO" TO W-MOTIVO
	       PERFORM 360-EXCEPCION
	   ELSE
	       MOVE W-EMP-ACTUAL TO HOR-EMPLEADO-ID
	       READ HORARIO
		   INVALID KEY
		       MOVE "CHECA SIN HORARIO ASIGNADO" TO W-MOTIVO
		       PERFORM 360-EXCEPCION
		   NOT INVALID KEY
		       PERFORM 305-LEE-EMPLEADO
	       END-READ
	   END-IF
	   IF SW-EVALUA = 1
	       ADD 1 TO REG-EMPLEADOS
	       MOVE ZEROS TO W-FALTAS W-RETARDOS
	       PERFORM 310-MARCA-INCAPACIDADES
	       PERFORM 350-EVALUA-DIA
		   VARYING I-DIA FROM 1 BY 1 UNTIL I-DIA > W-NUM-DIAS
	       PERFORM 400-ACTUALIZA-INCIDEN
	   END-IF.

       305-LEE-EMPLEADO.
	   MOVE W-EMP-ACTUAL TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE "HORARIO DE EMPLEADO NO EXISTENTE EN MAESTRO"
		       TO W-MOTIVO
		   PERFORM 360-EXCEPCION
	       NOT INVALID KEY
		   MOVE 1 TO SW-EVALUA
		   MOVE ZEROS TO W-FECHA-ALTA W-FECHA-BAJA
		   IF EMP-REC-FECHA-ALTA > ZEROS
		       COMPUTE W-FECHA-ALTA = EMP-REC-FECHA-ALTA
			   + 20000000
		   END-IF
		   IF EMP-REC-ESTATUS = "I"
		       IF EMP-REC-FECHA-BAJA > ZEROS
			   COMPUTE W-FECHA-BAJA = EMP-REC-FECHA-BAJA
			       + 20000000
		       END-IF
		       IF W-FECHA-BAJA = ZEROS
			  OR W-FECHA-BAJA < W-FECHA-INI
			   MOVE ZEROS TO SW-EVALUA
		       END-IF
		   END-IF
	   END-READ.

       310-MARCA-INCAPACIDADES.
	   IF SW-INCAPAC = 1
	       MOVE W-EMP-ACTUAL TO SEG-REC-ID
	       READ EMPSEG
		   INVALID KEY
		       MOVE SPACES TO SEG-REC-NSS
	       END-READ
	       IF SEG-REC-NSS NOT = SPACES
		   MOVE ZEROS TO SW-FIN-ICP
		   MOVE SEG-REC-NSS TO ICP-NSS
		   MOVE LOW-VALUES TO ICP-FOLIO
		   START INCAPAC KEY NOT < ICP-LLAVE
		       INVALID KEY
			   MOVE 1 TO SW-FIN-ICP
		   END-START
		   PERFORM UNTIL SW-FIN-ICP = 1
		       READ INCAPAC NEXT
			   AT END
			       MOVE 1 TO SW-FIN-ICP
			   NOT AT END
			       IF ICP-NSS NOT = SEG-REC-NSS
				   MOVE 1 TO SW-FIN-ICP
			       ELSE
				   PERFORM 320-MARCA-CERTIFICADO
			       END-IF
		       END-READ
		   END-PERFORM
	       END-IF
	   END-IF.

       320-MARCA-CERTIFICADO.
	   IF ICP-FECHA-INI NUMERIC AND ICP-FECHA-INI > ZEROS
		   AND ICP-DIAS > ZEROS
	       COMPUTE W-INT-ICP-INI =
		   FUNCTION INTEGER-OF-DATE(ICP-FECHA-INI)
	       COMPUTE W-INT-ICP-FIN = W-INT-ICP-INI + ICP-DIAS - 1
	       PERFORM VARYING I-DIA FROM 1 BY 1
		       UNTIL I-DIA > W-NUM-DIAS
		   COMPUTE W-INT-DIA = W-INT-INI + I-DIA - 1
		   IF W-INT-DIA NOT < W-INT-ICP-INI
		      AND W-INT-DIA NOT > W-INT-ICP-FIN
		       MOVE 1 TO TD-INCAP(I-DIA)
		   END-IF
	       END-PERFORM
	   END-IF.

       350-EVALUA-DIA.
	   COMPUTE W-FECHA-DIA = W-FECHA-INI + I-DIA - 1
	   MOVE W-EMP-ACTUAL TO EMPLEADO-ID-X
	   MOVE W-FECHA-DIA TO FECHA-X
	   MOVE SPACES TO HORA-X
	   MOVE TD-CHECADAS(I-DIA) TO CHECADAS-X
	   IF TD-CHECADAS(I-DIA) > ZEROS
	       MOVE TD-PRIMERA(I-DIA) TO HORA-X
	   END-IF
	   IF W-FECHA-DIA NOT > W-FECHA-LIM
	      AND W-FECHA-DIA NOT < W-FECHA-ALTA
	      AND (W-FECHA-BAJA = ZEROS
		   OR W-FECHA-DIA NOT > W-FECHA-BAJA)
	      AND TD-INCAP(I-DIA) = ZEROS
	       PERFORM 355-CLASIFICA-DIA
	   END-IF.

       355-CLASIFICA-DIA.
	   MOVE ZEROS TO SW-FERIADO
	   PERFORM VARYING I-FER FROM 1 BY 1 UNTIL I-FER > NUM-FERIADOS
	       IF TF-FECHA(I-FER) = W-FECHA-DIA
		   MOVE 1 TO SW-FERIADO
	       END-IF
	   END-PERFORM
	   COMPUTE W-INT-DIA = W-INT-INI + I-DIA - 1
	   COMPUTE W-DIA-SEM = FUNCTION MOD(W-INT-DIA - 1, 7) + 1
	   EVALUATE TRUE
	       WHEN SW-FERIADO = 1
		   IF TD-CHECADAS(I-DIA) > ZEROS
		       MOVE "CHECADA EN DIA FERIADO" TO W-MOTIVO
		       PERFORM 360-EXCEPCION
		   END-IF
	       WHEN HOR-DESCANSO-DIA(W-DIA-SEM) NOT = SPACE
		   IF TD-CHECADAS(I-DIA) > ZEROS
		       MOVE "CHECADA EN DIA DE DESCANSO" TO W-MOTIVO
		       PERFORM 360-EXCEPCION
		   END-IF
	       WHEN TD-CHECADAS(I-DIA) = ZEROS
		   ADD 1 TO W-FALTAS
		   MOVE "FALTA" TO TIPO-RD
		   MOVE W-FECHA-DIA TO FECHA-RD
		   MOVE SPACES TO HORA-RD
		   MOVE ZEROS TO MINUTOS-RD
		   WRITE LINEA FROM LINEA-REL-DIA
	       WHEN TD-CHECADAS(I-DIA) = 1
		   MOVE "CHECADA UNICA - FALTA ENTRADA O SALIDA"
		       TO W-MOTIVO
		   PERFORM 360-EXCEPCION
	       WHEN OTHER
		   PERFORM 370-VERIFICA-RETARDO
	   END-EVALUATE.

       360-EXCEPCION.
	   ADD 1 TO REG-EXCEPCIONES
	   MOVE W-MOTIVO TO MOTIVO-X
	   WRITE LINEA-E FROM LINEA-EXC.

       370-VERIFICA-RETARDO.
	   COMPUTE W-MIN-LIMITE = HOR-ENT-HH * 60 + HOR-ENT-MM
	       + HOR-TOLERANCIA
	   MOVE TD-PRIMERA(I-DIA) TO W-HORA
	   COMPUTE W-MIN-CHECADA = W-HH * 60 + W-MM
	   IF W-MIN-CHECADA > W-MIN-LIMITE
	       ADD 1 TO W-RETARDOS
	       COMPUTE W-MIN-TARDE = W-MIN-CHECADA
		   - (HOR-ENT-HH * 60 + HOR-ENT-MM)
	       MOVE "RETARDO" TO TIPO-RD
	       MOVE W-FECHA-DIA TO FECHA-RD
	       MOVE TD-PRIMERA(I-DIA) TO HORA-RD
	       MOVE W-MIN-TARDE TO MINUTOS-RD
	       WRITE LINEA FROM LINEA-REL-DIA
	   END-IF.

       400-ACTUALIZA-INCIDEN.
	   MOVE ZEROS TO W-RET-DESC
	   IF RET-X-FALTA > ZEROS
	       COMPUTE W-RET-DESC = W-RETARDOS / RET-X-FALTA
	   END-IF
	   COMPUTE W-DIAS-INC = W-FALTAS + W-RET-DESC
	   IF W-DIAS-INC > W-DIAS-BASE
	       MOVE W-DIAS-BASE TO W-DIAS-INC
	   END-IF
	   ADD W-FALTAS TO TOTAL-FALTAS
	   ADD W-RETARDOS TO TOTAL-RETARDOS
	   MOVE SPACES TO W-ACCION
	   MOVE W-EMP-ACTUAL TO INC-EMPLEADO-ID
	   MOVE PERIODO-RPT TO INC-PERIODO
	   MOVE ZEROS TO SW-EXISTE
	   READ INCIDEN
	       INVALID KEY
		   CONTINUE
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
	   END-READ
	   EVALUATE TRUE
	       WHEN SW-EXISTE = ZEROS
		   IF W-FALTAS > ZEROS OR W-RETARDOS > ZEROS
		       PERFORM 410-MUEVE-INCIDEN
		       WRITE REG-INCIDEN
		       ADD 1 TO INC-ALTAS
		       MOVE "ALTA" TO W-ACCION
		   END-IF
	       WHEN INC-ORIGEN = "R"
		   PERFORM 420-REEMPLAZA-RELOJ
	       WHEN OTHER
		   PERFORM 430-COMPARA-MANUAL
	   END-EVALUATE
	   IF W-ACCION NOT = SPACES
	       MOVE W-EMP-ACTUAL TO EMPLEADO-ID-R
	       MOVE EMP-REC-NOMBRE TO NOMBRE-R
	       MOVE W-FALTAS TO FALTAS-R
	       MOVE W-RETARDOS TO RETARDOS-R
	       MOVE W-DIAS-INC TO DIAS-R
	       MOVE W-ACCION TO ACCION-R
	       WRITE LINEA FROM LINEA-REL
	   END-IF.

       410-MUEVE-INCIDEN.
	   MOVE W-EMP-ACTUAL TO INC-EMPLEADO-ID
	   MOVE PERIODO-RPT TO INC-PERIODO
	   MOVE "F" TO INC-TIPO
	   MOVE W-DIAS-INC TO INC-DIAS
	   MOVE W-RETARDOS TO INC-RETARDOS
	   MOVE "R" TO INC-ORIGEN.

       420-REEMPLAZA-RELOJ.
	   IF W-FALTAS = ZEROS AND W-RETARDOS = ZEROS
	       DELETE INCIDEN
	       ADD 1 TO INC-BAJAS
	       MOVE "ELIMINADA" TO W-ACCION
	   ELSE
	       IF INC-DIAS = W-DIAS-INC AND INC-RETARDOS = W-RETARDOS
		   MOVE "SIN CAMBIO" TO W-ACCION
	       ELSE
		   PERFORM 410-MUEVE-INCIDEN
		   REWRITE REG-INCIDEN
		   ADD 1 TO INC-CAMBIOS
		   MOVE "ACTUALIZADA" TO W-ACCION
	       END-IF
	   END-IF.

       430-COMPARA-MANUAL.
	   MOVE "CAPTURA MANUAL" TO W-ACCION
	   IF (INC-TIPO = "F" AND INC-DIAS NOT = W-DIAS-INC)
	      OR (INC-TIPO NOT = "F" AND W-DIAS-INC > ZEROS)
	       MOVE W-EMP-ACTUAL TO EMPLEADO-ID-X
	       MOVE SPACES TO FECHA-X HORA-X
	       MOVE INC-DIAS TO CHECADAS-X
	       MOVE SPACES TO W-MOTIVO
	       STRING "CAPTURA MANUAL TIPO " DELIMITED BY SIZE
		   INC-TIPO DELIMITED BY SIZE
		   " DIFIERE DEL RELOJ" DELIMITED BY SIZE
		   INTO W-MOTIVO
	       END-STRING
	       PERFORM 360-EXCEPCION
	   END-IF.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE TOTAL-FALTAS TO FALTAS-RT
	   MOVE TOTAL-RETARDOS TO RETARDOS-RT
	   MOVE REG-EXCEPCIONES TO EXCEPCIONES-RT
	   WRITE LINEA FROM LINEA-REL-TOT
	   MOVE INC-ALTAS TO ALTAS-RC
	   MOVE INC-CAMBIOS TO CAMBIOS-RC
	   MOVE INC-BAJAS TO BAJAS-RC
	   WRITE LINEA FROM LINEA-REL-CTL
	   WRITE LINEA-E FROM LINEA-R3
	   WRITE LINEA-E FROM LINEA-REL-TOT
	   IF REG-EXCEPCIONES > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE PERIODO-RPT TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "EXCEPCIONES DE RELOJ: " DELIMITED BY SIZE
		   EXCEPCIONES-RT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE HORARIO EMPMAST INCIDEN
	   IF SW-EMPSEG = 1
	       CLOSE EMPSEG
	   END-IF
	   IF SW-INCAPAC = 1
	       CLOSE INCAPAC
	   END-IF
	   CLOSE RELOJREP RELOJEXC.

       600-ESCRIBE-RUNLOG.
	   MOVE "RELOJINC" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = INC-ALTAS + INC-CAMBIOS + INC-BAJAS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
