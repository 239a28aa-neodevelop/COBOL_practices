       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIACOMP.
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
	   SELECT PERCTL ASSIGN TO "PERIODO.CTL"
	       FILE STATUS IS PERCTL-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD VIATICO.
       COPY "VIATICO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD PERCTL.
       01 REG-PERCTL.
	   03 PERCTL-PERIODO PIC 9(8).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 VIATICO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-FIN-VIA PIC 9 VALUE ZEROS.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 W-VIA-DIAS PIC 9(3) VALUE 30.
       01 W-PERIODO PIC 9(8) VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-FOLIO PIC 9(4) VALUE ZEROS.
       01 W-FECHA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-R REDEFINES W-FECHA.
	   03 W-FEC-ANO PIC 9(4).
	   03 W-FEC-MES PIC 99.
	   03 W-FEC-DIA PIC 99.
       01 W-HOSPEDAJE PIC 9(7)V99 VALUE ZEROS.
       01 W-ALIMENTOS PIC 9(7)V99 VALUE ZEROS.
       01 W-TRANSPORTE PIC 9(7)V99 VALUE ZEROS.
       01 W-OTROS PIC 9(7)V99 VALUE ZEROS.
       01 W-NO-DEDUCIBLE PIC 9(7)V99 VALUE ZEROS.
       01 W-DEVUELTO PIC 9(7)V99 VALUE ZEROS.
       01 W-POR-COMPROBAR PIC S9(7)V99 VALUE ZEROS.
       01 W-COMPROBADO PIC 9(8)V99 VALUE ZEROS.
       01 W-SALDO PIC S9(7)V99 VALUE ZEROS.
       01 W-IMPORTE-ED PIC Z,ZZZ,ZZ9.99-.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
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
	   03 COMP-L PIC 9(8).
       PROCEDURE DIVISION.
       000-INICIO.
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   MOVE "VIA-DIAS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO W-VIA-DIAS
	   END-IF
	   MOVE ZEROS TO W-PERIODO
	   OPEN INPUT PERCTL
	   IF PERCTL-STATUS = "00"
	       READ PERCTL
		   AT END
		       MOVE ZEROS TO PERCTL-PERIODO
	       END-READ
	       CLOSE PERCTL
	       MOVE PERCTL-PERIODO TO W-PERIODO
	   END-IF
	   IF W-PERIODO = ZEROS
	       DISPLAY ERASE
	       DISPLAY "NO HAY PERIODO DE NOMINA ABIERTO" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   OPEN I-O VIATICO
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
	   DISPLAY "COMPROBACION DE VIATICOS" AT 0310
	   DISPLAY "PERIODO:" AT 0350
	   DISPLAY W-PERIODO AT 0359
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
	   IF SW-EMPMAST = 1
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE ZEROS TO SW-EXISTE
		       DISPLAY "EMPLEADO NO EXISTE EN EL MAESTRO"
			   AT 0710
		       PERFORM 280-PAUSA
	       END-READ
	   END-IF
	   IF SW-EXISTE = 1
	       MOVE 1 TO W-FOLIO
	       PERFORM 200-COMPRUEBA UNTIL W-FOLIO = ZEROS
	   END-IF.

       200-COMPRUEBA.
	   PERFORM 210-LISTA
	   DISPLAY "FOLIO A COMPROBAR (0=SALIR):" AT 2010
	   MOVE ZEROS TO W-FOLIO
	   ACCEPT W-FOLIO AT 2040
	   IF W-FOLIO > ZEROS
	       PERFORM 230-LEE-FOLIO
	       IF SW-EXISTE = 1
		   PERFORM 250-CAPTURA-DATOS
		   IF SW-VALIDO = 1
		       PERFORM 300-REGISTRA
		   END-IF
	       END-IF
	   END-IF.

       210-LISTA.
	   DISPLAY ERASE
	   DISPLAY "ANTICIPOS DEL EMPLEADO" AT 0310
	   DISPLAY W-EMP-ID AT 0337
	   IF SW-EMPMAST = 1
	       DISPLAY EMP-REC-NOMBRE AT 0346
	   END-IF
	   DISPLAY "FOLI FECHA    DESTINO                  IMPORTE"
	       AT 0510
	   DISPLAY "       SALDO E COMPROB." AT 0558
	   MOVE 6 TO W-RENGLON
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
	   END-PERFORM.

       220-MUESTRA-LINEA.
	   IF W-RENGLON < 19
	       COMPUTE W-SALDO = VIA-IMPORTE - VIA-COMP-HOSPEDAJE
		   - VIA-COMP-ALIMENTOS - VIA-COMP-TRANSPORTE
		   - VIA-COMP-OTROS - VIA-NO-DEDUCIBLE - VIA-DEVUELTO
		   - VIA-RECUPERADO
	       MOVE VIA-FOLIO TO FOLIO-L
	       MOVE VIA-FECHA TO FECHA-L
	       MOVE VIA-DESTINO TO DESTINO-L
	       MOVE VIA-IMPORTE TO IMPORTE-L
	       MOVE W-SALDO TO SALDO-L
	       MOVE VIA-ESTATUS TO ESTATUS-L
	       MOVE VIA-FECHA-COMP TO COMP-L
	       COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	       DISPLAY LINEA-VIA AT W-REN-AT
	       ADD 1 TO W-RENGLON
	   END-IF.

       230-LEE-FOLIO.
	   MOVE ZEROS TO SW-EXISTE
	   MOVE W-EMP-ID TO VIA-EMPLEADO-ID
	   MOVE W-FOLIO TO VIA-FOLIO
	   READ VIATICO
	       INVALID KEY
		   DISPLAY "ERROR: FOLIO NO EXISTE" AT 2210
		   PERFORM 280-PAUSA
	       NOT INVALID KEY
		   IF VIA-ESTATUS NOT = "A"
			   AND VIA-PER-COMP NOT = W-PERIODO
		       DISPLAY "ERROR: ANTICIPO YA CERRADO" AT 2210
		       PERFORM 280-PAUSA
		   ELSE
		   IF VIA-FECHA-COMP > ZEROS
			   AND VIA-PER-COMP NOT = W-PERIODO
		       DISPLAY "ERROR: YA COMPROBADO EN PERIODO" AT 2210
		       DISPLAY VIA-PER-COMP AT 2242
		       PERFORM 280-PAUSA
		   ELSE
		       MOVE 1 TO SW-EXISTE
		       IF VIA-FECHA-COMP > ZEROS
			   MOVE VIA-FECHA-COMP TO W-FECHA
		       ELSE
			   MOVE FECHA-HOY TO W-FECHA
		       END-IF
		       MOVE VIA-COMP-HOSPEDAJE TO W-HOSPEDAJE
		       MOVE VIA-COMP-ALIMENTOS TO W-ALIMENTOS
		       MOVE VIA-COMP-TRANSPORTE TO W-TRANSPORTE
		       MOVE VIA-COMP-OTROS TO W-OTROS
		       MOVE VIA-NO-DEDUCIBLE TO W-NO-DEDUCIBLE
		       MOVE VIA-DEVUELTO TO W-DEVUELTO
		       COMPUTE W-POR-COMPROBAR =
			   VIA-IMPORTE - VIA-RECUPERADO
		   END-IF
		   END-IF
	   END-READ.

       250-CAPTURA-DATOS.
	   DISPLAY ERASE
	   DISPLAY "COMPROBACION DEL ANTICIPO" AT 0310
	   DISPLAY W-EMP-ID AT 0340
	   DISPLAY "FOLIO:" AT 0350
	   DISPLAY W-FOLIO AT 0357
	   DISPLAY VIA-DESTINO AT 0410
	   MOVE W-POR-COMPROBAR TO W-IMPORTE-ED
	   DISPLAY "IMPORTE POR COMPROBAR:" AT 0510
	   DISPLAY W-IMPORTE-ED AT 0541
	   DISPLAY "FECHA DE COMPROBACION (AAAAMMDD):" AT 0710
	   ACCEPT W-FECHA AT 0745
	   DISPLAY "COMPROBANTES FISCALES (CFDI):" AT 0910
	   DISPLAY "  HOSPEDAJE:" AT 1010
	   ACCEPT W-HOSPEDAJE AT 1045
	   DISPLAY "  ALIMENTOS:" AT 1110
	   ACCEPT W-ALIMENTOS AT 1145
	   DISPLAY "  TRANSPORTE / PASAJES:" AT 1210
	   ACCEPT W-TRANSPORTE AT 1245
	   DISPLAY "  OTROS GASTOS:" AT 1310
	   ACCEPT W-OTROS AT 1345
	   DISPLAY "GASTOS SIN COMPROBANTE FISCAL:" AT 1410
	   ACCEPT W-NO-DEDUCIBLE AT 1445
	   DISPLAY "IMPORTE DEVUELTO EN EFECTIVO:" AT 1510
	   ACCEPT W-DEVUELTO AT 1545
	   PERFORM 260-VALIDA.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   IF W-FEC-MES < 1 OR W-FEC-MES > 12
		   OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
		   OR W-FECHA < VIA-FECHA OR W-FECHA > FECHA-HOY
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FECHA DE COMPROBACION INVALIDA" AT 1710
	   END-IF
	   COMPUTE W-COMPROBADO = W-HOSPEDAJE + W-ALIMENTOS
	       + W-TRANSPORTE + W-OTROS + W-NO-DEDUCIBLE + W-DEVUELTO
	   IF W-COMPROBADO = ZEROS
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: NO SE CAPTURO NINGUN IMPORTE" AT 1810
	   END-IF
	   IF W-COMPROBADO > W-POR-COMPROBAR
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: COMPROBADO EXCEDE EL ANTICIPO" AT 1810
	   END-IF
	   IF SW-VALIDO = ZEROS
	       PERFORM 280-PAUSA
	   END-IF.

       280-PAUSA.
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       300-REGISTRA.
	   MOVE W-FECHA TO VIA-FECHA-COMP
	   MOVE W-PERIODO TO VIA-PER-COMP
	   MOVE W-HOSPEDAJE TO VIA-COMP-HOSPEDAJE
	   MOVE W-ALIMENTOS TO VIA-COMP-ALIMENTOS
	   MOVE W-TRANSPORTE TO VIA-COMP-TRANSPORTE
	   MOVE W-OTROS TO VIA-COMP-OTROS
	   MOVE W-NO-DEDUCIBLE TO VIA-NO-DEDUCIBLE
	   MOVE W-DEVUELTO TO VIA-DEVUELTO
	   COMPUTE W-SALDO = W-POR-COMPROBAR - W-COMPROBADO
	   IF W-SALDO = ZEROS
	       MOVE "C" TO VIA-ESTATUS
	   ELSE
	       MOVE "A" TO VIA-ESTATUS
	   END-IF
	   REWRITE REG-VIATICO
	       INVALID KEY
		   DISPLAY "ERROR: FOLIO NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "COMPROBACION REGISTRADA" AT 1910
		   IF W-SALDO > ZEROS
		       MOVE W-SALDO TO W-IMPORTE-ED
		       DISPLAY "SALDO NO COMPROBADO:" AT 2010
		       DISPLAY W-IMPORTE-ED AT 2031
		       DISPLAY "SE DESCONTARA POR NOMINA A LOS" AT 2110
		       DISPLAY W-VIA-DIAS AT 2141
		       DISPLAY "DIAS DE LA ENTREGA" AT 2145
		   END-IF
	   END-REWRITE
	   PERFORM 280-PAUSA.

       400-ESCRIBE-RUNLOG.
	   MOVE "VIACOMP" TO RUNLOG-PROGRAMA
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
