	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BCO-REC-ID
	       FILE STATUS IS EMPBANCO-STATUS.
	   SELECT BCOPEND ASSIGN TO "BCOPEND"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS PND-REC-ID
	       FILE STATUS IS BCOPEND-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPBANCO.
       COPY "EMPBANCO.wks".
       FD BCOPEND.
       COPY "BCOPEND.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       COPY "EMPBCO.wks".
       01 EMPBANCO-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 BCOPEND-STATUS PIC XX.
       01 SW-TIENE-CUENTA PIC 9 VALUE ZEROS.
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 W-ESCRITOS PIC 9 VALUE ZEROS.
       01 W-ACCION PIC X VALUE SPACES.
       01 W-CAMPOS-VALIDOS PIC X VALUE "N".
       01 W-LCK-RESULTADO PIC 9 VALUE ZEROS.
       01 W-LCK-DUENO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-CLABE-REAL PIC X(18) VALUE SPACES.
       01 W-CLABE-MASC PIC X(18) VALUE SPACES.
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       LINKAGE SECTION.
       01 LK-EMP-ID PIC X(8).
       SCREEN SECTION.
	       CLOSE EMPBANCO
	       OPEN I-O EMPBANCO
	   END-IF
	   OPEN I-O BCOPEND
	   IF BCOPEND-STATUS = "35"
	       OPEN OUTPUT BCOPEND
	       CLOSE BCOPEND
	       OPEN I-O BCOPEND
	   END-IF
	   PERFORM 200-BUSCA-BANCO.

       100-MUESTRA.
	   PERFORM UNTIL W-CAMPOS-VALIDOS = "S"
	       DISPLAY PANT-BCO
	       ACCEPT PANT-BCO
	       IF BCO-CLABE = W-CLABE-MASC
		   MOVE W-CLABE-REAL TO BCO-CLABE
	       END-IF
	       PERFORM 150-VALIDA-CAMPOS
	       IF W-CAMPOS-VALIDOS NOT = "S"
		   IF BCO-CLABE = W-CLABE-REAL
		       MOVE W-CLABE-MASC TO BCO-CLABE
		   END-IF
		   DISPLAY W-MSG-ERROR AT 1405
	       END-IF
	   END-PERFORM
	   CALL "EMPLOCK" USING LK-EMP-ID W-LCK-PROGRAMA
	       W-LCK-ACCION W-LCK-RESULTADO W-LCK-DUENO
	   PERFORM 400-ESCRIBE-RUNLOG
	   CLOSE BCOPEND
	   CLOSE EMPBANCO
	   GOBACK.


       200-BUSCA-BANCO.
	   MOVE BCO-ID TO BCO-REC-ID
	   MOVE ZEROS TO SW-TIENE-CUENTA
	   READ EMPBANCO
	       INVALID KEY
		   MOVE SPACES TO BCO-CLABE BCO-BANCO
	       NOT INVALID KEY
		   MOVE 1 TO SW-TIENE-CUENTA
		   MOVE BCO-REC-CLABE TO BCO-CLABE
		   MOVE BCO-REC-BANCO TO BCO-BANCO
		   IF BCO-REC-ESTATUS = "R"
		       DISPLAY "CUENTA RECHAZADA POR EL BANCO" AT 1505
		       DISPLAY "CORRIJA Y APLIQUE CAMBIO" AT 1605
		   END-IF
	   END-READ
	   MOVE BCO-ID TO PND-REC-ID
	   READ BCOPEND
	       INVALID KEY
		   CONTINUE
	       NOT INVALID KEY
		   IF PND-ESTADO = "P"
		       DISPLAY "CAMBIO DE CLABE PENDIENTE" AT 1705
		       DISPLAY "DE AUTORIZAR, CAPTURO:" AT 1805
		       DISPLAY PND-USUARIO AT 1828
		   END-IF
	   END-READ
	   PERFORM 210-OCULTA-CLABE.

       210-OCULTA-CLABE.
	   MOVE BCO-CLABE TO W-CLABE-REAL
	   MOVE "CLABE" TO W-ENM-TIPO
	   MOVE BCO-ID TO W-ENM-LLAVE
	   MOVE BCO-CLABE TO W-ENM-VALOR
	   CALL "ENMASC" USING W-LCK-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
	       W-ENM-VALOR W-ENM-RESULTADO
	   MOVE W-ENM-RESULTADO TO W-CLABE-MASC
	   MOVE W-CLABE-MASC TO BCO-CLABE.

       300-ALTA.
	   IF SW-TIENE-CUENTA = 1
	       DISPLAY "ERROR: EL EMPLEADO YA TIENE CUENTA" AT 1405
	   ELSE
	       MOVE "A" TO PND-ACCION
	       PERFORM 340-SOLICITA-AUTORIZACION
	   END-IF.

       310-CAMBIO.
	   IF SW-TIENE-CUENTA = 0
	       DISPLAY "ERROR: EL EMPLEADO NO TIENE CUENTA" AT 1405
	   ELSE
	       IF BCO-CLABE NOT = BCO-REC-CLABE
		   MOVE "C" TO PND-ACCION
		   PERFORM 340-SOLICITA-AUTORIZACION
	       ELSE
		   PERFORM 315-CAMBIA-BANCO
	       END-IF
	   END-IF.

       315-CAMBIA-BANCO.
	   MOVE BCO-ID TO BCO-REC-ID
	   MOVE BCO-BANCO TO BCO-REC-BANCO
	   MOVE "A" TO BCO-REC-ESTATUS
	   REWRITE REG-EMPBANCO
		   MOVE 1 TO W-ESCRITOS
	   END-DELETE.

       330-FECHA-HOY.
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY.

       340-SOLICITA-AUTORIZACION.
	   PERFORM 330-FECHA-HOY
	   MOVE BCO-ID TO PND-REC-ID
	   MOVE BCO-CLABE TO PND-CLABE
	   MOVE BCO-BANCO TO PND-BANCO
	   MOVE W-FECHA-HOY TO PND-FECHA
	   ACCEPT PND-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING PND-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE "P" TO PND-ESTADO
	   MOVE SPACES TO PND-AUTORIZA
	   MOVE ZEROS TO PND-FECHA-AUT
	   WRITE REG-BCOPEND
	       INVALID KEY
		   REWRITE REG-BCOPEND
	   END-WRITE
	   IF BCOPEND-STATUS = "00"
	       MOVE 1 TO W-ESCRITOS
	       MOVE "CLABE PENDIENTE DE AUTORIZACION" TO W-ALR-MENSAJE
	       MOVE BCO-ID TO W-ENM-LLAVE
	       CALL "ALERTA" USING W-LCK-PROGRAMA W-ALR-SEVERIDAD
		   W-ENM-LLAVE W-ALR-MENSAJE
	       DISPLAY "CAMBIO ENVIADO A AUTORIZACION" AT 1405
	   ELSE
	       DISPLAY "ERROR AL REGISTRAR LA SOLICITUD " AT 1405
	       DISPLAY BCOPEND-STATUS AT 1438
	   END-IF.

       400-ESCRIBE-RUNLOG.
	   MOVE "EMPBCO" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
