       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASPCIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT COMPANIAS ASSIGN TO "COMPANIAS"
	       FILE STATUS IS COMPANIAS-STATUS.
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
	   SELECT VACSALDO ASSIGN TO "VACSALDO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VAC-REC-ID
	       FILE STATUS IS VACSALDO-STATUS.
	   SELECT PRESTAMO ASSIGN TO "PRESTAMO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PRE-REC-ID
	       FILE STATUS IS PRESTAMO-STATUS.
	   SELECT AHORRO ASSIGN TO "AHORRO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS AHO-REC-ID
	       FILE STATUS IS AHORRO-STATUS.
	   SELECT INFONAV ASSIGN TO "INFONAV"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS INF-REC-ID
	       FILE STATUS IS INFONAV-STATUS.
	   SELECT PENSION ASSIGN TO "PENSION"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PEN-REC-ID
	       FILE STATUS IS PENSION-STATUS.
	   SELECT EMPBANCO ASSIGN TO "EMPBANCO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BCO-REC-ID
	       FILE STATUS IS EMPBANCO-STATUS.
	   SELECT HISTNOM ASSIGN TO "HISTNOM"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT EMPXCIA ASSIGN TO "EMPXCIA"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS XCI-LLAVE
	       FILE STATUS IS EMPXCIA-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT SALDES ASSIGN TO "SALDES"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SALDES-LLAVE
	       FILE STATUS IS SALDES-STATUS.
	   SELECT FONACOT ASSIGN TO "FONACOT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS FON-LLAVE
	       FILE STATUS IS FONACOT-STATUS.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT GMMINSC ASSIGN TO "GMMINSC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GMI-LLAVE
	       FILE STATUS IS GMMINSC-STATUS.
	   SELECT BENEF ASSIGN TO "BENEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BEN-LLAVE
	       FILE STATUS IS BENEF-STATUS.
	   SELECT SINAFIL ASSIGN TO "SINAFIL"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SNA-EMPLEADO-ID
	       FILE STATUS IS SINAFIL-STATUS.
	   SELECT EMPJEF ASSIGN TO "EMPJEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS JEF-EMPLEADO-ID
	       FILE STATUS IS EMPJEF-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMPANIAS.
       01 REG-COMPANIAS.
	   03 CIA-CODIGO PIC X(3).
	   03 CIA-NOMBRE PIC X(30).
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD VACSALDO.
       COPY "VACSALDO.wks".
       FD PRESTAMO.
       COPY "PRESTAMO.wks".
       FD AHORRO.
       COPY "AHORRO.wks".
       FD INFONAV.
       COPY "INFONAV.wks".
       FD PENSION.
       COPY "PENSION.wks".
       FD EMPBANCO.
       COPY "EMPBANCO.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD EMPXCIA.
       COPY "EMPXCIA.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD SALDES.
       01 REG-SALDES.
	   03 SALDES-LLAVE.
	       05 SALDES-ID PIC X(8).
	       05 SALDES-FECHA-VIG PIC 9(8).
	   03 FILLER PIC X(23).
       FD FONACOT.
       COPY "FONACOT.wks".
       FD VIATICO.
       COPY "VIATICO.wks".
       FD GMMINSC.
       COPY "GMMINSC.wks".
       FD BENEF.
       COPY "BENEF.wks".
       FD SINAFIL.
       COPY "SINAFIL.wks".
       FD EMPJEF.
       COPY "EMPJEF.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 COMPANIAS-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPSEG-STATUS PIC XX.
       01 VACSALDO-STATUS PIC XX.
       01 PRESTAMO-STATUS PIC XX.
       01 AHORRO-STATUS PIC XX.
       01 INFONAV-STATUS PIC XX.
       01 PENSION-STATUS PIC XX.
       01 EMPBANCO-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 EMPXCIA-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 SALDES-STATUS PIC XX.
       01 FONACOT-STATUS PIC XX.
       01 VIATICO-STATUS PIC XX.
       01 GMMINSC-STATUS PIC XX.
       01 BENEF-STATUS PIC XX.
       01 SINAFIL-STATUS PIC XX.
       01 EMPJEF-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-CIA-DES PIC X(3) VALUE SPACES.
       01 W-CIA-DES-NOMBRE PIC X(30) VALUE SPACES.
       01 W-ACCION PIC X VALUE SPACES.
       01 W-CONFIRMA PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-ID-DES PIC X(8) VALUE SPACES.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 W-ANO PIC 9(4) VALUE ZEROS.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 W-ENV-NOMBRE PIC X(20) VALUE SPACES.
       01 W-BASE PIC X(12) VALUE SPACES.
       01 W-LOGICO PIC X(8) VALUE SPACES.
       01 SW-OK PIC 9 VALUE ZEROS.
       01 SW-CIA-OK PIC 9 VALUE ZEROS.
       01 SW-FIN-LEC PIC 9 VALUE ZEROS.
       01 SW-XCI PIC 9 VALUE ZEROS.
       01 W-MOVIDOS PIC 9(3) VALUE ZEROS.
       01 W-MOVIDOS-ED PIC ZZ9.
       01 W-MOTIVO PIC X(15) VALUE SPACES.
       01 NUM-PER PIC 99 VALUE ZEROS.
       01 I-PER PIC 99 VALUE ZEROS.
       01 TABLA-PERIODOS.
	   03 TPE-PERIODO PIC 9(8) OCCURS 60 TIMES.
       01 NUM-LLA PIC 99 VALUE ZEROS.
       01 I-LLA PIC 99 VALUE ZEROS.
       01 TABLA-LLAVES.
	   03 TLL-LLAVE PIC X(10) OCCURS 60 TIMES.
       01 W-LCK-PROGRAMA PIC X(10) VALUE "TRASPCIA".
       01 W-LCK-ACCION PIC X VALUE SPACES.
       01 W-LCK-RESULTADO PIC 9 VALUE ZEROS.
       01 W-LCK-DUENO PIC X(8) VALUE SPACES.
       01 W-AUD-PROGRAMA PIC X(10) VALUE "TRASPCIA".
       01 W-AUD-ACCION PIC X VALUE "C".
       01 W-AUD-ANTES PIC X(117) VALUE SPACES.
       01 W-AUD-DESPUES PIC X(117) VALUE SPACES.
       01 W-REG-ANTERIOR PIC X(117) VALUE SPACES.

       PROCEDURE DIVISION.
       000-INICIO.
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   CALL "SESUSR" USING W-USUARIO
	   ACCEPT W-FECHA-AMD FROM DATE
	   COMPUTE W-FECHA-HOY = W-FECHA-AMD + 20000000
	   MOVE W-FECHA-HOY(1:4) TO W-ANO
	   OPEN I-O EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR EMPMAST" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0810
	       ACCEPT W-ACCION AT 0840
	       GOBACK
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-ACCION = "S" OR "s"
	   CLOSE EMPMAST
	   PERFORM 600-ESCRIBE-RUNLOG
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "TRASPASO DE EMPLEADO ENTRE COMPANIAS" AT 0310
	   DISPLAY "COMPANIA ACTUAL:" AT 0410
	   DISPLAY W-CIA AT 0428
	   DISPLAY W-CIA-NOMBRE AT 0433
	   DISPLAY "ID DE EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0541
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-ACCION
	   ELSE
	       PERFORM 200-REGISTRA
	   END-IF.

       200-REGISTRA.
	   ADD 1 TO W-CONSULTAS
	   MOVE "B" TO W-LCK-ACCION
	   CALL "EMPLOCK" USING W-EMP-ID W-LCK-PROGRAMA
	       W-LCK-ACCION W-LCK-RESULTADO W-LCK-DUENO
	   IF W-LCK-RESULTADO = 1
	       DISPLAY "REGISTRO EN USO POR " AT 0710
	       DISPLAY W-LCK-DUENO AT 0731
	       PERFORM 350-PAUSA
	   ELSE
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       DISPLAY "ERROR: EL EMPLEADO NO EXISTE" AT 0710
		       PERFORM 350-PAUSA
		   NOT INVALID KEY
		       PERFORM 210-MUESTRA-EMPLEADO
	       END-READ
	       MOVE "L" TO W-LCK-ACCION
	       CALL "EMPLOCK" USING W-EMP-ID W-LCK-PROGRAMA
		   W-LCK-ACCION W-LCK-RESULTADO W-LCK-DUENO
	   END-IF.

       210-MUESTRA-EMPLEADO.
	   DISPLAY "EMPLEADO:" AT 0710
	   DISPLAY EMP-REC-NOMBRE AT 0720
	   DISPLAY "DEPTO:" AT 0810
	   DISPLAY EMP-REC-DEPTO AT 0817
	   DISPLAY "ALTA (AAMMDD):" AT 0840
	   DISPLAY EMP-REC-FECHA-ALTA AT 0855
	   IF EMP-REC-ESTATUS = "I"
	       DISPLAY "ERROR: EL EMPLEADO ESTA DADO DE BAJA" AT 1010
	       PERFORM 350-PAUSA
	   ELSE
	       PERFORM 250-CAPTURA-DESTINO
	   END-IF.

       250-CAPTURA-DESTINO.
	   MOVE ZEROS TO SW-OK
	   DISPLAY "COMPANIA DESTINO:" AT 1010
	   MOVE SPACES TO W-CIA-DES
	   ACCEPT W-CIA-DES AT 1028
	   PERFORM 260-BUSCA-COMPANIA
	   IF W-CIA-DES = W-CIA
	       DISPLAY "ERROR: ES LA COMPANIA ACTUAL" AT 1210
	       PERFORM 350-PAUSA
	   ELSE
	       IF SW-CIA-OK = ZEROS
		   DISPLAY "ERROR: COMPANIA NO REGISTRADA" AT 1210
		   PERFORM 350-PAUSA
	       ELSE
		   MOVE 1 TO SW-OK
	       END-IF
	   END-IF
	   IF SW-OK = 1
	       PERFORM 268-VERIFICA-SUELDO
	   END-IF
	   IF SW-OK = 1
	       DISPLAY W-CIA-DES-NOMBRE AT 1033
	       DISPLAY "ID EN DESTINO (BLANCO=MISMO):" AT 1110
	       MOVE SPACES TO W-ID-DES
	       ACCEPT W-ID-DES AT 1141
	       IF W-ID-DES = SPACES
		   MOVE W-EMP-ID TO W-ID-DES
	       END-IF
	       IF W-ID-DES NOT = W-EMP-ID
		   PERFORM 265-VERIFICA-ID-NUEVO
	       END-IF
	       PERFORM 270-ABRE-DESTINO
	       IF SW-OK = 1
		   MOVE W-ID-DES TO SALDES-ID
		   MOVE ZEROS TO SALDES-FECHA-VIG
		   START SALDES KEY IS NOT LESS THAN SALDES-LLAVE
		       INVALID KEY
			   MOVE SPACES TO SALDES-ID
		       NOT INVALID KEY
			   READ SALDES NEXT
			       AT END
				   MOVE SPACES TO SALDES-ID
			   END-READ
		   END-START
		   IF SALDES-ID = W-ID-DES
		       MOVE ZEROS TO SW-OK
		       DISPLAY "ERROR: EL ID YA TIENE SUELDO EN DESTINO"
			   AT 1210
		       PERFORM 350-PAUSA
		   END-IF
	       END-IF
	       IF SW-OK = 1
		   DISPLAY "CONFIRMA EL TRASPASO (S/N):" AT 1310
		   MOVE SPACES TO W-CONFIRMA
		   ACCEPT W-CONFIRMA AT 1339
		   IF W-CONFIRMA = "S" OR "s"
		       PERFORM 300-EJECUTA
		   END-IF
	       END-IF
	       PERFORM 290-CIERRA-DESTINO
	   END-IF.

       260-BUSCA-COMPANIA.
	   MOVE ZEROS TO SW-CIA-OK
	   MOVE ZEROS TO SW-FIN-LEC
	   MOVE SPACES TO W-CIA-DES-NOMBRE
	   OPEN INPUT COMPANIAS
	   IF COMPANIAS-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ COMPANIAS
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF CIA-CODIGO = W-CIA-DES
			   MOVE 1 TO SW-CIA-OK
			   MOVE CIA-NOMBRE TO W-CIA-DES-NOMBRE
		       END-IF
	       END-READ
	   END-PERFORM
	   IF COMPANIAS-STATUS NOT = "35"
	       CLOSE COMPANIAS
	   END-IF.

       265-VERIFICA-ID-NUEVO.
	   MOVE W-ID-DES TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   CONTINUE
	       NOT INVALID KEY
		   MOVE ZEROS TO SW-OK
		   DISPLAY "ERROR: EL ID YA EXISTE EN EL MAESTRO"
		       AT 1210
		   PERFORM 350-PAUSA
	   END-READ
	   MOVE W-EMP-ID TO EMP-REC-ID
	   READ EMPMAST
	       INVALID KEY
		   MOVE ZEROS TO SW-OK
	   END-READ.

       268-VERIFICA-SUELDO.
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS NOT = "00"
	       MOVE SPACES TO SAL-REC-ID
	   ELSE
	       MOVE W-EMP-ID TO SAL-REC-ID
	       MOVE ZEROS TO SAL-REC-FECHA-VIG
	       START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
		   INVALID KEY
		       MOVE SPACES TO SAL-REC-ID
		   NOT INVALID KEY
		       READ SALMAST NEXT
			   AT END
			       MOVE SPACES TO SAL-REC-ID
		       END-READ
	       END-START
	       CLOSE SALMAST
	   END-IF
	   IF SAL-REC-ID NOT = W-EMP-ID
	       MOVE ZEROS TO SW-OK
	       MOVE 4 TO RETURN-CODE
	       DISPLAY "ERROR: SIN SUELDO EN LA COMPANIA ACTUAL"
		   AT 1210
	       PERFORM 350-PAUSA
	   END-IF.

       270-ABRE-DESTINO.
	   MOVE "SALMAST" TO W-BASE
	   MOVE "SALDES" TO W-LOGICO
	   PERFORM 280-APUNTA-DESTINO
	   OPEN I-O SALDES
	   IF SALDES-STATUS = "35"
	       OPEN OUTPUT SALDES
	       CLOSE SALDES
	       OPEN I-O SALDES
	   END-IF.

       280-APUNTA-DESTINO.
	   MOVE SPACES TO W-ENV-NOMBRE
	   STRING "DD_" DELIMITED BY SIZE
	       W-LOGICO DELIMITED BY SPACE
	       INTO W-ENV-NOMBRE
	   END-STRING
	   MOVE SPACES TO W-ARCHIVO
	   STRING W-BASE DELIMITED BY SPACE
	       "." DELIMITED BY SIZE
	       W-CIA-DES DELIMITED BY SPACE
	       INTO W-ARCHIVO
	   END-STRING
	   SET ENVIRONMENT W-ENV-NOMBRE TO W-ARCHIVO.

       290-CIERRA-DESTINO.
	   CLOSE SALDES.

       300-EJECUTA.
	   MOVE ZEROS TO W-MOVIDOS
	   IF W-ID-DES NOT = W-EMP-ID
	       PERFORM 305-CAMBIA-LLAVE
	   END-IF
	   IF SW-OK = ZEROS
	       DISPLAY "ERROR: NO SE PUDO DAR DE ALTA EL ID NUEVO"
		   AT 1410
	   ELSE
	       PERFORM 310-TRASPASA-SUELDO
	       IF W-ID-DES NOT = W-EMP-ID
		   PERFORM 315-LLAVE-SEGURO
		   PERFORM 320-LLAVE-VACACIONES
		   PERFORM 325-LLAVE-PRESTAMO
		   PERFORM 330-LLAVE-AHORRO
		   PERFORM 335-LLAVE-INFONAVIT
		   PERFORM 340-LLAVE-PENSION
		   PERFORM 345-LLAVE-BANCO
		   PERFORM 355-LLAVE-HISTORIA
		   PERFORM 356-LLAVE-FONACOT
		   PERFORM 357-LLAVE-VIATICO
		   PERFORM 358-LLAVE-GMM
		   PERFORM 359-LLAVE-BENEFICIARIO
		   PERFORM 360-LLAVE-SINDICATO
		   PERFORM 362-LLAVE-JEFE
		   PERFORM 364-REASIGNA-SUBORDINADOS
	       END-IF
	       PERFORM 370-REFERENCIA-CRUZADA
	       ADD 1 TO W-ESCRITOS
	       MOVE W-MOVIDOS TO W-MOVIDOS-ED
	       DISPLAY "TRASPASO APLICADO. REGISTROS MOVIDOS:" AT 1410
	       DISPLAY W-MOVIDOS-ED AT 1449
	   END-IF
	   PERFORM 350-PAUSA.

       305-CAMBIA-LLAVE.
	   MOVE REG-EMPMAST TO W-REG-ANTERIOR
	   MOVE W-ID-DES TO EMP-REC-ID
	   WRITE REG-EMPMAST
	       INVALID KEY
		   MOVE ZEROS TO SW-OK
	       NOT INVALID KEY
		   ADD 1 TO W-MOVIDOS
		   MOVE "A" TO W-AUD-ACCION
		   MOVE SPACES TO W-AUD-ANTES
		   MOVE REG-EMPMAST TO W-AUD-DESPUES
		   CALL "AUDEMP" USING W-AUD-PROGRAMA
		       W-AUD-ACCION W-AUD-ANTES W-AUD-DESPUES
	   END-WRITE
	   IF SW-OK = 1
	       MOVE W-REG-ANTERIOR TO REG-EMPMAST
	       MOVE W-REG-ANTERIOR TO W-AUD-ANTES
	       MOVE SPACES TO W-MOTIVO
	       STRING "TRASPASO CIA " DELIMITED BY SIZE
		   W-CIA-DES DELIMITED BY SPACE
		   INTO W-MOTIVO
	       END-STRING
	       MOVE "I" TO EMP-REC-ESTATUS
	       MOVE W-FECHA-AMD TO EMP-REC-FECHA-BAJA
	       MOVE W-MOTIVO TO EMP-REC-MOTIVO-BAJA
	       REWRITE REG-EMPMAST
	       MOVE "C" TO W-AUD-ACCION
	       MOVE REG-EMPMAST TO W-AUD-DESPUES
	       CALL "AUDEMP" USING W-AUD-PROGRAMA
		   W-AUD-ACCION W-AUD-ANTES W-AUD-DESPUES
	   END-IF.

       310-TRASPASA-SUELDO.
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O SALMAST
	   IF SALMAST-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE W-EMP-ID TO SAL-REC-ID
	       MOVE ZEROS TO SAL-REC-FECHA-VIG
	       START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF SAL-REC-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   MOVE REG-SALMAST TO REG-SALDES
			   MOVE W-ID-DES TO SALDES-ID
			   WRITE REG-SALDES
			       INVALID KEY
				   REWRITE REG-SALDES
			   END-WRITE
			   DELETE SALMAST
			   ADD 1 TO W-MOVIDOS
		       END-IF
	       END-READ
	   END-PERFORM
	   IF SALMAST-STATUS NOT = "35"
	       CLOSE SALMAST
	   END-IF.

       315-LLAVE-SEGURO.
	   OPEN I-O EMPSEG
	   IF EMPSEG-STATUS = "00"
	       MOVE W-EMP-ID TO SEG-REC-ID
	       READ EMPSEG
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO SEG-REC-ID
		       WRITE REG-EMPSEG
			   INVALID KEY
			       REWRITE REG-EMPSEG
		       END-WRITE
		       MOVE W-EMP-ID TO SEG-REC-ID
		       DELETE EMPSEG
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE EMPSEG
	   END-IF.

       320-LLAVE-VACACIONES.
	   OPEN I-O VACSALDO
	   IF VACSALDO-STATUS = "00"
	       MOVE W-EMP-ID TO VAC-REC-ID
	       READ VACSALDO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO VAC-REC-ID
		       WRITE REG-VACSALDO
			   INVALID KEY
			       REWRITE REG-VACSALDO
		       END-WRITE
		       MOVE W-EMP-ID TO VAC-REC-ID
		       DELETE VACSALDO
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE VACSALDO
	   END-IF.

       325-LLAVE-PRESTAMO.
	   OPEN I-O PRESTAMO
	   IF PRESTAMO-STATUS = "00"
	       MOVE W-EMP-ID TO PRE-REC-ID
	       READ PRESTAMO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO PRE-REC-ID
		       WRITE REG-PRESTAMO
			   INVALID KEY
			       REWRITE REG-PRESTAMO
		       END-WRITE
		       MOVE W-EMP-ID TO PRE-REC-ID
		       DELETE PRESTAMO
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE PRESTAMO
	   END-IF.

       330-LLAVE-AHORRO.
	   OPEN I-O AHORRO
	   IF AHORRO-STATUS = "00"
	       MOVE W-EMP-ID TO AHO-REC-ID
	       READ AHORRO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO AHO-REC-ID
		       WRITE REG-AHORRO
			   INVALID KEY
			       REWRITE REG-AHORRO
		       END-WRITE
		       MOVE W-EMP-ID TO AHO-REC-ID
		       DELETE AHORRO
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE AHORRO
	   END-IF.

       335-LLAVE-INFONAVIT.
	   OPEN I-O INFONAV
	   IF INFONAV-STATUS = "00"
	       MOVE W-EMP-ID TO INF-REC-ID
	       READ INFONAV
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO INF-REC-ID
		       WRITE REG-INFONAV
			   INVALID KEY
			       REWRITE REG-INFONAV
		       END-WRITE
		       MOVE W-EMP-ID TO INF-REC-ID
		       DELETE INFONAV
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE INFONAV
	   END-IF.

       340-LLAVE-PENSION.
	   OPEN I-O PENSION
	   IF PENSION-STATUS = "00"
	       MOVE W-EMP-ID TO PEN-REC-ID
	       READ PENSION
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO PEN-REC-ID
		       WRITE REG-PENSION
			   INVALID KEY
			       REWRITE REG-PENSION
		       END-WRITE
		       MOVE W-EMP-ID TO PEN-REC-ID
		       DELETE PENSION
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE PENSION
	   END-IF.

       345-LLAVE-BANCO.
	   OPEN I-O EMPBANCO
	   IF EMPBANCO-STATUS = "00"
	       MOVE W-EMP-ID TO BCO-REC-ID
	       READ EMPBANCO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO BCO-REC-ID
		       WRITE REG-EMPBANCO
			   INVALID KEY
			       REWRITE REG-EMPBANCO
		       END-WRITE
		       MOVE W-EMP-ID TO BCO-REC-ID
		       DELETE EMPBANCO
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE EMPBANCO
	   END-IF.

       350-PAUSA.
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
	   ACCEPT W-ACCION AT 1640
	   MOVE SPACES TO W-ACCION.

       355-LLAVE-HISTORIA.
	   MOVE ZEROS TO NUM-PER
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O HISTNOM
	   IF HISTNOM-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE W-EMP-ID TO HIS-EMPLEADO-ID
	       COMPUTE HIS-PERIODO = W-ANO * 10000
	       START HISTNOM KEY IS NOT LESS THAN HIS-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ HISTNOM NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF HIS-EMPLEADO-ID NOT = W-EMP-ID
			       OR NUM-PER = 60
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   ADD 1 TO NUM-PER
			   MOVE HIS-PERIODO TO TPE-PERIODO(NUM-PER)
		       END-IF
	       END-READ
	   END-PERFORM
	   PERFORM VARYING I-PER FROM 1 BY 1 UNTIL I-PER > NUM-PER
	       MOVE W-EMP-ID TO HIS-EMPLEADO-ID
	       MOVE TPE-PERIODO(I-PER) TO HIS-PERIODO
	       READ HISTNOM
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO HIS-EMPLEADO-ID
		       WRITE REG-HISTNOM
			   INVALID KEY
			       REWRITE REG-HISTNOM
		       END-WRITE
		       MOVE W-EMP-ID TO HIS-EMPLEADO-ID
		       DELETE HISTNOM
		       ADD 1 TO W-MOVIDOS
	       END-READ
	   END-PERFORM
	   IF HISTNOM-STATUS NOT = "35"
	       CLOSE HISTNOM
	   END-IF.

       356-LLAVE-FONACOT.
	   MOVE ZEROS TO NUM-LLA
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O FONACOT
	   IF FONACOT-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE W-EMP-ID TO FON-EMPLEADO-ID
	       MOVE LOW-VALUES TO FON-CREDITO
	       START FONACOT KEY IS NOT LESS THAN FON-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ FONACOT NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF FON-EMPLEADO-ID NOT = W-EMP-ID
			       OR NUM-LLA = 60
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   ADD 1 TO NUM-LLA
			   MOVE FON-CREDITO TO TLL-LLAVE(NUM-LLA)
		       END-IF
	       END-READ
	   END-PERFORM
	   PERFORM VARYING I-LLA FROM 1 BY 1 UNTIL I-LLA > NUM-LLA
	       MOVE W-EMP-ID TO FON-EMPLEADO-ID
	       MOVE TLL-LLAVE(I-LLA) TO FON-CREDITO
	       READ FONACOT
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO FON-EMPLEADO-ID
		       WRITE REG-FONACOT
			   INVALID KEY
			       REWRITE REG-FONACOT
		       END-WRITE
		       MOVE W-EMP-ID TO FON-EMPLEADO-ID
		       DELETE FONACOT
		       ADD 1 TO W-MOVIDOS
	       END-READ
	   END-PERFORM
	   IF FONACOT-STATUS NOT = "35"
	       CLOSE FONACOT
	   END-IF.

       357-LLAVE-VIATICO.
	   MOVE ZEROS TO NUM-LLA
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O VIATICO
	   IF VIATICO-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE W-EMP-ID TO VIA-EMPLEADO-ID
	       MOVE ZEROS TO VIA-FOLIO
	       START VIATICO KEY IS NOT LESS THAN VIA-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ VIATICO NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF VIA-EMPLEADO-ID NOT = W-EMP-ID
			       OR NUM-LLA = 60
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   ADD 1 TO NUM-LLA
			   MOVE VIA-FOLIO TO TLL-LLAVE(NUM-LLA)
		       END-IF
	       END-READ
	   END-PERFORM
	   PERFORM VARYING I-LLA FROM 1 BY 1 UNTIL I-LLA > NUM-LLA
	       MOVE W-EMP-ID TO VIA-EMPLEADO-ID
	       MOVE TLL-LLAVE(I-LLA)(1:4) TO VIA-FOLIO
	       READ VIATICO
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO VIA-EMPLEADO-ID
		       WRITE REG-VIATICO
			   INVALID KEY
			       REWRITE REG-VIATICO
		       END-WRITE
		       MOVE W-EMP-ID TO VIA-EMPLEADO-ID
		       DELETE VIATICO
		       ADD 1 TO W-MOVIDOS
	       END-READ
	   END-PERFORM
	   IF VIATICO-STATUS NOT = "35"
	       CLOSE VIATICO
	   END-IF.

       358-LLAVE-GMM.
	   MOVE ZEROS TO NUM-LLA
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O GMMINSC
	   IF GMMINSC-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE W-EMP-ID TO GMI-EMPLEADO-ID
	       MOVE ZEROS TO GMI-FECHA-INI
	       START GMMINSC KEY IS NOT LESS THAN GMI-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ GMMINSC NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF GMI-EMPLEADO-ID NOT = W-EMP-ID
			       OR NUM-LLA = 60
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   ADD 1 TO NUM-LLA
			   MOVE GMI-FECHA-INI TO TLL-LLAVE(NUM-LLA)
		       END-IF
	       END-READ
	   END-PERFORM
	   PERFORM VARYING I-LLA FROM 1 BY 1 UNTIL I-LLA > NUM-LLA
	       MOVE W-EMP-ID TO GMI-EMPLEADO-ID
	       MOVE TLL-LLAVE(I-LLA)(1:8) TO GMI-FECHA-INI
	       READ GMMINSC
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO GMI-EMPLEADO-ID
		       WRITE REG-GMMINSC
			   INVALID KEY
			       REWRITE REG-GMMINSC
		       END-WRITE
		       MOVE W-EMP-ID TO GMI-EMPLEADO-ID
		       DELETE GMMINSC
		       ADD 1 TO W-MOVIDOS
	       END-READ
	   END-PERFORM
	   IF GMMINSC-STATUS NOT = "35"
	       CLOSE GMMINSC
	   END-IF.

       359-LLAVE-BENEFICIARIO.
	   MOVE ZEROS TO NUM-LLA
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O BENEF
	   IF BENEF-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE W-EMP-ID TO BEN-EMPLEADO-ID
	       MOVE ZEROS TO BEN-SECUENCIA
	       START BENEF KEY IS NOT LESS THAN BEN-LLAVE
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ BENEF NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF BEN-EMPLEADO-ID NOT = W-EMP-ID
			       OR NUM-LLA = 60
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   ADD 1 TO NUM-LLA
			   MOVE BEN-SECUENCIA TO TLL-LLAVE(NUM-LLA)
		       END-IF
	       END-READ
	   END-PERFORM
	   PERFORM VARYING I-LLA FROM 1 BY 1 UNTIL I-LLA > NUM-LLA
	       MOVE W-EMP-ID TO BEN-EMPLEADO-ID
	       MOVE TLL-LLAVE(I-LLA)(1:2) TO BEN-SECUENCIA
	       READ BENEF
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO BEN-EMPLEADO-ID
		       WRITE REG-BENEF
			   INVALID KEY
			       REWRITE REG-BENEF
		       END-WRITE
		       MOVE W-EMP-ID TO BEN-EMPLEADO-ID
		       DELETE BENEF
		       ADD 1 TO W-MOVIDOS
	       END-READ
	   END-PERFORM
	   IF BENEF-STATUS NOT = "35"
	       CLOSE BENEF
	   END-IF.

       360-LLAVE-SINDICATO.
	   OPEN I-O SINAFIL
	   IF SINAFIL-STATUS = "00"
	       MOVE W-EMP-ID TO SNA-EMPLEADO-ID
	       READ SINAFIL
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO SNA-EMPLEADO-ID
		       WRITE REG-SINAFIL
			   INVALID KEY
			       REWRITE REG-SINAFIL
		       END-WRITE
		       MOVE W-EMP-ID TO SNA-EMPLEADO-ID
		       DELETE SINAFIL
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE SINAFIL
	   END-IF.

       362-LLAVE-JEFE.
	   OPEN I-O EMPJEF
	   IF EMPJEF-STATUS = "00"
	       MOVE W-EMP-ID TO JEF-EMPLEADO-ID
	       READ EMPJEF
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE W-ID-DES TO JEF-EMPLEADO-ID
		       WRITE REG-EMPJEF
			   INVALID KEY
			       REWRITE REG-EMPJEF
		       END-WRITE
		       MOVE W-EMP-ID TO JEF-EMPLEADO-ID
		       DELETE EMPJEF
		       ADD 1 TO W-MOVIDOS
	       END-READ
	       CLOSE EMPJEF
	   END-IF.

       364-REASIGNA-SUBORDINADOS.
	   MOVE ZEROS TO SW-FIN-LEC
	   OPEN I-O EMPJEF
	   IF EMPJEF-STATUS NOT = "00"
	       MOVE 1 TO SW-FIN-LEC
	   ELSE
	       MOVE LOW-VALUES TO JEF-EMPLEADO-ID
	       START EMPJEF KEY IS NOT LESS THAN JEF-EMPLEADO-ID
		   INVALID KEY
		       MOVE 1 TO SW-FIN-LEC
	       END-START
	   END-IF
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ EMPJEF NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF JEF-SUPERVISOR = W-EMP-ID
			   MOVE W-ID-DES TO JEF-SUPERVISOR
			   MOVE W-USUARIO TO JEF-USUARIO
			   MOVE W-FECHA-HOY TO JEF-FECHA-CAP
			   REWRITE REG-EMPJEF
			   ADD 1 TO W-MOVIDOS
		       END-IF
	       END-READ
	   END-PERFORM
	   IF EMPJEF-STATUS NOT = "35"
	       CLOSE EMPJEF
	   END-IF.

       370-REFERENCIA-CRUZADA.
	   OPEN I-O EMPXCIA
	   IF EMPXCIA-STATUS = "35"
	       OPEN OUTPUT EMPXCIA
	       CLOSE EMPXCIA
	       OPEN I-O EMPXCIA
	   END-IF
	   MOVE "E" TO XCI-TIPO
	   MOVE W-ID-DES TO XCI-REC-ID
	   MOVE W-CIA-DES TO XCI-CIA
	   MOVE W-CIA TO XCI-CIA-OTRA
	   MOVE W-EMP-ID TO XCI-ID-OTRA
	   PERFORM 375-GRABA-REFERENCIA
	   IF W-ID-DES NOT = W-EMP-ID
	       MOVE "S" TO XCI-TIPO
	       MOVE W-EMP-ID TO XCI-REC-ID
	       MOVE W-CIA TO XCI-CIA
	       MOVE W-CIA-DES TO XCI-CIA-OTRA
	       MOVE W-ID-DES TO XCI-ID-OTRA
	       PERFORM 375-GRABA-REFERENCIA
	   END-IF
	   CLOSE EMPXCIA.

       375-GRABA-REFERENCIA.
	   MOVE W-FECHA-HOY TO XCI-FECHA
	   MOVE W-USUARIO TO XCI-USUARIO
	   MOVE ZEROS TO XCI-SECUENCIA
	   MOVE ZEROS TO SW-XCI
	   PERFORM UNTIL SW-XCI = 1
	       WRITE REG-EMPXCIA
		   INVALID KEY
		       IF XCI-SECUENCIA = 99
			   MOVE 1 TO SW-XCI
		       ELSE
			   ADD 1 TO XCI-SECUENCIA
		       END-IF
		   NOT INVALID KEY
		       MOVE 1 TO SW-XCI
	       END-WRITE
	   END-PERFORM.

       600-ESCRIBE-RUNLOG.
	   MOVE "TRASPCIA" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE W-CONSULTAS TO RUNLOG-LEIDOS
	   MOVE W-ESCRITOS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
