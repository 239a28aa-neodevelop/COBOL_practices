       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIAMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT VIATICO ASSIGN TO "VIATICO"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS VIA-LLAVE
	       FILE STATUS IS VIATICO-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VIATICO.
       COPY "VIATICO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 VIATICO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-FIN-VIA PIC 9 VALUE ZEROS.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-DEPTO PIC X(15) VALUE SPACES.
       01 W-FOLIO PIC 9(4) VALUE ZEROS.
       01 W-ULT-FOLIO PIC 9(4) VALUE ZEROS.
       01 W-FECHA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-R REDEFINES W-FECHA.
	   03 W-FEC-ANO PIC 9(4).
	   03 W-FEC-MES PIC 99.
	   03 W-FEC-DIA PIC 99.
       01 W-DESTINO PIC X(30) VALUE SPACES.
       01 W-IMPORTE PIC 9(7)V99 VALUE ZEROS.
       01 W-FORMA PIC X VALUE SPACES.
       01 W-REFERENCIA PIC X(15) VALUE SPACES.
       01 W-SALDO PIC S9(7)V99 VALUE ZEROS.
       01 W-TOTAL-SALDO PIC S9(8)V99 VALUE ZEROS.
       01 W-TOTAL-ED PIC ZZ,ZZZ,ZZ9.99-.
       01 W-NUM-VIA PIC 9(4) VALUE ZEROS.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-OPC-VIA PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 LINEA-VIA.
	   03 FOLIO-L PIC 9(4).
	   03 FILLER PIC X VALUE SPACES.
	   03 FECHA-L PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 DESTINO-L PIC X(20).
	   03 FILLER PIC X VALUE SPACES.
	   03 IMPORTE-L PIC ZZZZ,ZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 SALDO-L PIC ZZZZ,ZZ9.99-.
	   03 FILLER PIC X VALUE SPACES.
	   03 ESTATUS-L PIC X.
	   03 FILLER PIC X VALUE SPACES.
	   03 FORMA-L PIC X.
       PROCEDURE DIVISION.
       000-INICIO.
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   OPEN I-O VIATICO
	   IF VIATICO-STATUS = "35"
	       OPEN OUTPUT VIATICO
	       CLOSE VIATICO
	       OPEN I-O VIATICO
	   END-IF
	   IF VIATICO-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR ARCHIVO DE VIATICOS" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF SW-EMPMAST = 1
	       CLOSE EMPMAST
	   END-IF
	   CLOSE VIATICO
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "ANTICIPOS DE VIATICOS" AT 0310
	   DISPLAY "ID DE EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0541
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 150-VERIFICA-EMPLEADO
	   END-IF.

       150-VERIFICA-EMPLEADO.
	   MOVE 1 TO SW-EXISTE
	   MOVE SPACES TO W-DEPTO
	   IF SW-EMPMAST = 1
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE ZEROS TO SW-EXISTE
		       DISPLAY "EMPLEADO NO EXISTE EN EL MAESTRO"
			   AT 0710
		       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		       ACCEPT W-OPC AT 0940
		       MOVE SPACES TO W-OPC
		   NOT INVALID KEY
		       MOVE EMP-REC-DEPTO TO W-DEPTO
	       END-READ
	   END-IF
	   IF SW-EXISTE = 1
	       MOVE SPACES TO W-OPC-VIA
	       PERFORM 200-MANTIENE UNTIL W-OPC-VIA = "S" OR "s"
	   END-IF.

       200-MANTIENE.
	   PERFORM 210-LISTA
	   DISPLAY "A-ALTA C-CAMBIO B-CANCELA S-SALIR:" AT 2010
	   MOVE SPACES TO W-OPC-VIA
	   ACCEPT W-OPC-VIA AT 2045
	   EVALUATE W-OPC-VIA
	       WHEN "A" WHEN "a"
		   IF SW-EMPMAST = 1 AND EMP-REC-ESTATUS = "I"
		       DISPLAY "ERROR: EMPLEADO DADO DE BAJA" AT 2210
		       PERFORM 280-PAUSA
		   ELSE
		   IF W-ULT-FOLIO = 9999
		       DISPLAY "ERROR: FOLIOS AGOTADOS" AT 2210
		       PERFORM 280-PAUSA
		   ELSE
		       COMPUTE W-FOLIO = W-ULT-FOLIO + 1
		       MOVE FECHA-HOY TO W-FECHA
		       MOVE SPACES TO W-DESTINO W-REFERENCIA
		       MOVE "T" TO W-FORMA
		       MOVE ZEROS TO W-IMPORTE
		       PERFORM 250-CAPTURA-DATOS
		       IF SW-VALIDO = 1
			   PERFORM 300-ALTA
		       END-IF
		   END-IF
		   END-IF
	       WHEN "C" WHEN "c"
		   PERFORM 230-LEE-FOLIO
		   IF SW-EXISTE = 1
		       PERFORM 250-CAPTURA-DATOS
		       IF SW-VALIDO = 1
			   PERFORM 310-CAMBIO
		       END-IF
		   END-IF
	       WHEN "B" WHEN "b"
		   PERFORM 230-LEE-FOLIO
		   IF SW-EXISTE = 1
		       PERFORM 320-CANCELA
		   END-IF
	       WHEN OTHER
		   CONTINUE
	   END-EVALUATE.

       210-LISTA.
	   DISPLAY ERASE
	   DISPLAY "ANTICIPOS DEL EMPLEADO" AT 0310
	   DISPLAY W-EMP-ID AT 0337
	   IF SW-EMPMAST = 1
	       DISPLAY EMP-REC-NOMBRE AT 0346
	   END-IF
	   DISPLAY "FOLI FECHA    DESTINO                  IMPORTE"
	       AT 0510
	   DISPLAY "       SALDO E F" AT 0558
	   MOVE 6 TO W-RENGLON
	   MOVE ZEROS TO W-NUM-VIA W-ULT-FOLIO W-TOTAL-SALDO
	   MOVE ZEROS TO SW-FIN-VIA
	   MOVE W-EMP-ID TO VIA-EMPLEADO-ID
	   MOVE ZEROS TO VIA-FOLIO
	   START VIATICO KEY NOT < VIA-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-VIA
	   END-START
	   PERFORM UNTIL SW-FIN-VIA = 1
	       READ VIATICO NEXT
		   AT END
		       MOVE 1 TO SW-FIN-VIA
		   NOT AT END
		       IF VIA-EMPLEADO-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-VIA
		       ELSE
			   PERFORM 220-MUESTRA-LINEA
		       END-IF
	       END-READ
	   END-PERFORM
	   MOVE W-TOTAL-SALDO TO W-TOTAL-ED
	   DISPLAY "SALDO PENDIENTE DE COMPROBAR:" AT 1810
	   DISPLAY W-TOTAL-ED AT 1840.

       220-MUESTRA-LINEA.
	   ADD 1 TO W-NUM-VIA
	   MOVE VIA-FOLIO TO W-ULT-FOLIO
	   COMPUTE W-SALDO = VIA-IMPORTE - VIA-COMP-HOSPEDAJE
	       - VIA-COMP-ALIMENTOS - VIA-COMP-TRANSPORTE
	       - VIA-COMP-OTROS - VIA-NO-DEDUCIBLE - VIA-DEVUELTO
	       - VIA-RECUPERADO
	   IF VIA-ESTATUS = "A"
	       ADD W-SALDO TO W-TOTAL-SALDO
	   END-IF
	   IF W-RENGLON < 17
	       MOVE VIA-FOLIO TO FOLIO-L
	       MOVE VIA-FECHA TO FECHA-L
	       MOVE VIA-DESTINO TO DESTINO-L
	       MOVE VIA-IMPORTE TO IMPORTE-L
	       MOVE W-SALDO TO SALDO-L
	       MOVE VIA-ESTATUS TO ESTATUS-L
	       MOVE VIA-FORMA TO FORMA-L
	       COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	       DISPLAY LINEA-VIA AT W-REN-AT
	       ADD 1 TO W-RENGLON
	   END-IF.

       230-LEE-FOLIO.
	   MOVE ZEROS TO SW-EXISTE
	   DISPLAY "FOLIO:" AT 2110
	   MOVE ZEROS TO W-FOLIO
	   ACCEPT W-FOLIO AT 2117
	   MOVE W-EMP-ID TO VIA-EMPLEADO-ID
	   MOVE W-FOLIO TO VIA-FOLIO
	   READ VIATICO
	       INVALID KEY
		   DISPLAY "ERROR: FOLIO NO EXISTE" AT 2210
		   PERFORM 280-PAUSA
	       NOT INVALID KEY
		   IF VIA-ESTATUS NOT = "A" OR VIA-FECHA-COMP > ZEROS
			   OR VIA-RECUPERADO > ZEROS
		       DISPLAY "ERROR: ANTICIPO YA COMPROBADO O EN"
			   AT 2210
		       DISPLAY "RECUPERACION" AT 2245
		       PERFORM 280-PAUSA
		   ELSE
		       MOVE 1 TO SW-EXISTE
		       MOVE VIA-FECHA TO W-FECHA
		       MOVE VIA-DESTINO TO W-DESTINO
		       MOVE VIA-IMPORTE TO W-IMPORTE
		       MOVE VIA-FORMA TO W-FORMA
		       MOVE VIA-REFERENCIA TO W-REFERENCIA
		   END-IF
	   END-READ.

       250-CAPTURA-DATOS.
	   DISPLAY ERASE
	   DISPLAY "DATOS DEL ANTICIPO" AT 0310
	   DISPLAY W-EMP-ID AT 0340
	   DISPLAY "FOLIO:" AT 0350
	   DISPLAY W-FOLIO AT 0357
	   DISPLAY "FECHA DE ENTREGA (AAAAMMDD):" AT 0510
	   ACCEPT W-FECHA AT 0541
	   DISPLAY "DESTINO / MOTIVO DEL VIAJE:" AT 0710
	   ACCEPT W-DESTINO AT 0741
	   DISPLAY "IMPORTE DEL ANTICIPO:" AT 0910
	   ACCEPT W-IMPORTE AT 0941
	   DISPLAY "FORMA (C=CHEQUE T=TRANSFERENCIA):" AT 1110
	   ACCEPT W-FORMA AT 1145
	   DISPLAY "NUM. CHEQUE / REFERENCIA:" AT 1310
	   ACCEPT W-REFERENCIA AT 1341
	   PERFORM 260-VALIDA.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   INSPECT W-FORMA CONVERTING "ct" TO "CT"
	   IF W-FEC-MES < 1 OR W-FEC-MES > 12
		   OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
		   OR W-FEC-ANO < 2000 OR W-FECHA > FECHA-HOY
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FECHA DE ENTREGA INVALIDA" AT 1510
	   END-IF
	   IF W-DESTINO = SPACES
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FALTA EL DESTINO" AT 1610
	   END-IF
	   IF W-IMPORTE = ZEROS
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: IMPORTE EN CEROS" AT 1710
	   END-IF
	   IF W-FORMA NOT = "C" AND W-FORMA NOT = "T"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FORMA DE PAGO INVALIDA" AT 1810
	   END-IF
	   IF W-FORMA = "C" AND W-REFERENCIA = SPACES
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FALTA EL NUMERO DE CHEQUE" AT 1810
	   END-IF
	   IF SW-VALIDO = ZEROS
	       PERFORM 280-PAUSA
	   END-IF.

       270-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO VIA-EMPLEADO-ID
	   MOVE W-FOLIO TO VIA-FOLIO
	   MOVE W-DEPTO TO VIA-DEPTO
	   MOVE W-FECHA TO VIA-FECHA
	   MOVE W-DESTINO TO VIA-DESTINO
	   MOVE W-IMPORTE TO VIA-IMPORTE
	   MOVE W-FORMA TO VIA-FORMA
	   MOVE W-REFERENCIA TO VIA-REFERENCIA.

       280-PAUSA.
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       300-ALTA.
	   PERFORM 270-MUEVE-CAMPOS
	   MOVE "A" TO VIA-ESTATUS
	   MOVE ZEROS TO VIA-FECHA-COMP VIA-PER-COMP
	   MOVE ZEROS TO VIA-COMP-HOSPEDAJE VIA-COMP-ALIMENTOS
	   MOVE ZEROS TO VIA-COMP-TRANSPORTE VIA-COMP-OTROS
	   MOVE ZEROS TO VIA-NO-DEDUCIBLE VIA-DEVUELTO
	   MOVE ZEROS TO VIA-RECUPERADO
	   MOVE ZEROS TO VIA-ULT-PERIODO VIA-ULT-DESC
	   WRITE REG-VIATICO
	       INVALID KEY
		   DISPLAY "ERROR: FOLIO YA EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "ANTICIPO REGISTRADO" AT 1910
	   END-WRITE
	   PERFORM 280-PAUSA.

       310-CAMBIO.
	   PERFORM 270-MUEVE-CAMPOS
	   REWRITE REG-VIATICO
	       INVALID KEY
		   DISPLAY "ERROR: FOLIO NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "ANTICIPO ACTUALIZADO" AT 1910
	   END-REWRITE
	   PERFORM 280-PAUSA.

       320-CANCELA.
	   DELETE VIATICO
	       INVALID KEY
		   DISPLAY "ERROR: FOLIO NO EXISTE" AT 2210
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "ANTICIPO CANCELADO" AT 2210
	   END-DELETE
	   PERFORM 280-PAUSA.

       400-ESCRIBE-RUNLOG.
	   MOVE "VIAMNT" TO RUNLOG-PROGRAMA
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
