       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT VENTAS ASSIGN TO "VENTAS"
	       ORGANIZATION IS LINE SEQUENTIAL
	       FILE STATUS IS VENTAS-STATUS.
	   SELECT COMVTA ASSIGN TO "COMVTA"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CVT-LLAVE
	       FILE STATUS IS COMVTA-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT COMPLAN ASSIGN TO "COMPLAN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS CPL-PUESTO
	       FILE STATUS IS COMPLAN-STATUS.
	   SELECT COMIREP ASSIGN TO "COMIREP".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VENTAS.
       01 REG-VENTAS.
	   03 VTA-EMPLEADO-ID PIC X(8).
	   03 VTA-MES PIC 9(6).
	   03 VTA-CUOTA PIC 9(9)V99.
	   03 VTA-VENTAS PIC 9(9)V99.
	   03 VTA-CANCELADAS PIC 9(9)V99.
       FD COMVTA.
       COPY "COMVTA.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD COMPLAN.
       COPY "COMPLAN.wks".
       FD COMIREP.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 VENTAS-STATUS PIC XX.
       01 COMVTA-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 COMPLAN-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-COMPLAN PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-MOTIVO PIC X(40) VALUE SPACES.
       01 W-MES-ARCHIVO PIC 9(6) VALUE ZEROS.
       01 W-FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 REG-LEIDOS PIC 9(5) VALUE ZEROS.
       01 REG-ALTAS PIC 9(5) VALUE ZEROS.
       01 REG-CAMBIOS PIC 9(5) VALUE ZEROS.
       01 REG-RECHAZOS PIC 9(5) VALUE ZEROS.
       01 TOTAL-VENTAS PIC 9(11)V99 VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "COMIMP".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-VTA.
	   03 FILLER PIC X(10) VALUE SPACES.
	   03 FILLER PIC X(34) VALUE
	      "CARGA DE VENTAS PARA COMISION MES:".
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 MES-ENC PIC 9(06).
       01 ENCABEZADO-VTA2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(09) VALUE "EMPL-ID".
	   03 FILLER PIC X(14) VALUE "         CUOTA".
	   03 FILLER PIC X(14) VALUE "        VENTAS".
	   03 FILLER PIC X(14) VALUE "    CANCELADAS".
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(25) VALUE "RESULTADO".
       01 LINEA-VTA.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 EMPLEADO-ID-V PIC X(08).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CUOTA-V PIC Z(9)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 VENTAS-V PIC Z(9)9.99.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 CANCELADAS-V PIC Z(9)9.99.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 RESULTADO-V PIC X(26).
       01 LINEA-VTA-TOT.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(07) VALUE "ALTAS: ".
	   03 ALTAS-VT PIC ZZZZ9.
	   03 FILLER PIC X(11) VALUE "  CAMBIOS: ".
	   03 CAMBIOS-VT PIC ZZZZ9.
	   03 FILLER PIC X(13) VALUE "  RECHAZOS: ".
	   03 RECHAZOS-VT PIC ZZZZ9.
	   03 FILLER PIC X(09) VALUE "  TOTAL: ".
	   03 TOTAL-VT PIC Z(10)9.99.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT W-FECHA-AMD FROM DATE
	   COMPUTE W-FECHA-HOY = W-FECHA-AMD + 20000000
	   OPEN INPUT VENTAS
	   IF VENTAS-STATUS NOT = "00"
	       DISPLAY "COMIMP: NO HAY ARCHIVO DE VENTAS"
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "COMIMP: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       CLOSE VENTAS
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-COMPLAN
	   OPEN INPUT COMPLAN
	   IF COMPLAN-STATUS = "00"
	       MOVE 1 TO SW-COMPLAN
	   END-IF
	   OPEN I-O COMVTA
	   IF COMVTA-STATUS = "35"
	       OPEN OUTPUT COMVTA
	       CLOSE COMVTA
	       OPEN I-O COMVTA
	   END-IF
	   IF COMVTA-STATUS NOT = "00"
	       DISPLAY "COMIMP: NO SE PUDO ABRIR COMVTA " COMVTA-STATUS
	       CLOSE VENTAS
	       CLOSE EMPMAST
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   OPEN OUTPUT COMIREP
	   MOVE ZEROS TO SW
	   PERFORM 100-LECTURA
	   MOVE ZEROS TO W-MES-ARCHIVO
	   IF VTA-MES NUMERIC
	       MOVE VTA-MES TO W-MES-ARCHIVO
	   END-IF
	   MOVE W-MES-ARCHIVO TO MES-ENC
	   WRITE LINEA FROM ENCABEZADO-VTA
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-VTA2
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 500-FINAL
	   GOBACK.

       100-LECTURA.
	   READ VENTAS
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       200-PROCESO.
	   MOVE SPACES TO W-MOTIVO
	   IF VTA-MES NOT NUMERIC OR VTA-CUOTA NOT NUMERIC
		   OR VTA-VENTAS NOT NUMERIC
		   OR VTA-CANCELADAS NOT NUMERIC
	       MOVE "MES O IMPORTES NO NUMERICOS" TO W-MOTIVO
	   ELSE
	       IF VTA-MES NOT = W-MES-ARCHIVO
		   MOVE "MES DISTINTO AL DEL ARCHIVO" TO W-MOTIVO
	       END-IF
	       IF VTA-CUOTA = ZEROS AND VTA-VENTAS > ZEROS
		   MOVE "EMPLEADO SIN CUOTA" TO W-MOTIVO
	       END-IF
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 250-VALIDA-EMPLEADO
	   END-IF
	   IF W-MOTIVO = SPACES
	       PERFORM 300-ACTUALIZA
	   ELSE
	       ADD 1 TO REG-RECHAZOS
	       MOVE W-MOTIVO TO RESULTADO-V
	       PERFORM 400-IMPRIME
	   END-IF
	   PERFORM 100-LECTURA.

       250-VALIDA-EMPLEADO.
	   MOVE VTA-EMPLEADO-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE "EMPLEADO NO EXISTE" TO W-MOTIVO
	       NOT INVALID KEY
		   IF EMP-REC-ESTATUS = "I"
		       MOVE "EMPLEADO DADO DE BAJA" TO W-MOTIVO
		   END-IF
	   END-READ
	   IF W-MOTIVO = SPACES
	       IF SW-COMPLAN = ZEROS
		   MOVE "PUESTO SIN PLAN DE COMISION" TO W-MOTIVO
	       ELSE
		   MOVE EMP-REC-PUESTO TO CPL-PUESTO
		   READ COMPLAN
		       INVALID KEY
			   MOVE "PUESTO SIN PLAN DE COMISION"
			       TO W-MOTIVO
		   END-READ
	       END-IF
	   END-IF.

       300-ACTUALIZA.
	   ADD VTA-VENTAS TO TOTAL-VENTAS
	   MOVE VTA-EMPLEADO-ID TO CVT-EMPLEADO-ID
	   MOVE VTA-MES TO CVT-MES
	   READ COMVTA
	       INVALID KEY
		   PERFORM 350-MUEVE-VENTAS
		   WRITE REG-COMVTA
		   ADD 1 TO REG-ALTAS
		   MOVE "VENTAS REGISTRADAS" TO RESULTADO-V
	       NOT INVALID KEY
		   PERFORM 350-MUEVE-VENTAS
		   REWRITE REG-COMVTA
		   ADD 1 TO REG-CAMBIOS
		   MOVE "VENTAS REEMPLAZADAS" TO RESULTADO-V
	   END-READ
	   PERFORM 400-IMPRIME.

       350-MUEVE-VENTAS.
	   MOVE VTA-EMPLEADO-ID TO CVT-EMPLEADO-ID
	   MOVE VTA-MES TO CVT-MES
	   MOVE VTA-CUOTA TO CVT-CUOTA
	   MOVE VTA-VENTAS TO CVT-VENTAS
	   MOVE VTA-CANCELADAS TO CVT-CANCELADAS
	   MOVE W-FECHA-HOY TO CVT-FECHA-CARGA.

       400-IMPRIME.
	   MOVE VTA-EMPLEADO-ID TO EMPLEADO-ID-V
	   MOVE ZEROS TO CUOTA-V VENTAS-V CANCELADAS-V
	   IF VTA-CUOTA NUMERIC
	       MOVE VTA-CUOTA TO CUOTA-V
	   END-IF
	   IF VTA-VENTAS NUMERIC
	       MOVE VTA-VENTAS TO VENTAS-V
	   END-IF
	   IF VTA-CANCELADAS NUMERIC
	       MOVE VTA-CANCELADAS TO CANCELADAS-V
	   END-IF
	   WRITE LINEA FROM LINEA-VTA.

       500-FINAL.
	   WRITE LINEA FROM LINEA-R3
	   MOVE REG-ALTAS TO ALTAS-VT
	   MOVE REG-CAMBIOS TO CAMBIOS-VT
	   MOVE REG-RECHAZOS TO RECHAZOS-VT
	   MOVE TOTAL-VENTAS TO TOTAL-VT
	   WRITE LINEA FROM LINEA-VTA-TOT
	   IF REG-RECHAZOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	       MOVE "VENTAS" TO W-ALR-LLAVE
	       MOVE SPACES TO W-ALR-MENSAJE
	       STRING "VENTAS COMISION RECHAZOS: " DELIMITED BY SIZE
		   RECHAZOS-VT DELIMITED BY SIZE
		   INTO W-ALR-MENSAJE
	       END-STRING
	       CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		   W-ALR-LLAVE W-ALR-MENSAJE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE VENTAS
	   CLOSE EMPMAST
	   IF SW-COMPLAN = 1
	       CLOSE COMPLAN
	   END-IF
	   CLOSE COMVTA
	   CLOSE COMIREP.

       600-ESCRIBE-RUNLOG.
	   MOVE "COMIMP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   COMPUTE RUNLOG-ESCRITOS = REG-ALTAS + REG-CAMBIOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
