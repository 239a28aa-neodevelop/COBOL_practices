       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT BENEF ASSIGN TO "BENEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS BEN-LLAVE
	       FILE STATUS IS BENEF-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BENEF.
       COPY "BENEF.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "BENMNT".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       01 BENEF-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-FIN-BEN PIC 9 VALUE ZEROS.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-SECUENCIA PIC 99 VALUE ZEROS.
       01 W-ULT-SEC PIC 99 VALUE ZEROS.
       01 W-NOMBRE PIC X(30) VALUE SPACES.
       01 W-PARENTESCO PIC X VALUE SPACES.
       01 W-FECHA-NAC PIC 9(8) VALUE ZEROS.
       01 W-FECHA-R REDEFINES W-FECHA-NAC.
	   03 W-FEC-ANO PIC 9(4).
	   03 W-FEC-MES PIC 99.
	   03 W-FEC-DIA PIC 99.
       01 W-PORCENTAJE PIC 999V99 VALUE ZEROS.
       01 W-CURP PIC X(18) VALUE SPACES.
       01 W-DEPENDIENTE PIC X VALUE SPACES.
       01 W-PCT-ANTERIOR PIC 999V99 VALUE ZEROS.
       01 W-TOTAL-PCT PIC 9(4)V99 VALUE ZEROS.
       01 W-TOTAL-NUEVO PIC 9(4)V99 VALUE ZEROS.
       01 W-TOTAL-ED PIC ZZZ9.99.
       01 W-NUM-BEN PIC 99 VALUE ZEROS.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-OPC PIC X VALUE SPACES.
       01 W-OPC-BEN PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 LINEA-BEN.
	   03 SEC-L PIC 99.
	   03 FILLER PIC X VALUE SPACES.
	   03 NOMBRE-L PIC X(30).
	   03 FILLER PIC X VALUE SPACES.
	   03 PARENTESCO-L PIC X.
	   03 FILLER PIC X VALUE SPACES.
	   03 FECHA-NAC-L PIC 9(8).
	   03 FILLER PIC X VALUE SPACES.
	   03 PCT-L PIC ZZ9.99.
	   03 FILLER PIC X VALUE SPACES.
	   03 CURP-L PIC X(18).
	   03 FILLER PIC X VALUE SPACES.
	   03 DEPENDIENTE-L PIC X.
       PROCEDURE DIVISION.
       000-INICIO.
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   OPEN I-O BENEF
	   IF BENEF-STATUS = "35"
	       OPEN OUTPUT BENEF
	       CLOSE BENEF
	       OPEN I-O BENEF
	   END-IF
	   IF BENEF-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR ARCHIVO DE BENEFICIARIOS"
		   AT 0510
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
	   CLOSE BENEF
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "BENEFICIARIOS Y DEPENDIENTES" AT 0310
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
		       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		       ACCEPT W-OPC AT 0940
		       MOVE SPACES TO W-OPC
	       END-READ
	   END-IF
	   IF SW-EXISTE = 1
	       MOVE SPACES TO W-OPC-BEN
	       PERFORM 200-MANTIENE UNTIL W-OPC-BEN = "S" OR "s"
	       PERFORM 290-VERIFICA-TOTAL
	   END-IF.

       200-MANTIENE.
	   PERFORM 210-LISTA
	   DISPLAY "A-ALTA C-CAMBIO B-BAJA S-SALIR:" AT 2010
	   MOVE SPACES TO W-OPC-BEN
	   ACCEPT W-OPC-BEN AT 2042
	   EVALUATE W-OPC-BEN
	       WHEN "A" WHEN "a"
		   IF W-NUM-BEN NOT < 10 OR W-ULT-SEC = 99
		       DISPLAY "ERROR: MAXIMO 10 BENEFICIARIOS" AT 2210
		       PERFORM 280-PAUSA
		   ELSE
		       COMPUTE W-SECUENCIA = W-ULT-SEC + 1
		       MOVE SPACES TO W-NOMBRE W-PARENTESCO W-CURP
		       MOVE "N" TO W-DEPENDIENTE
		       MOVE ZEROS TO W-FECHA-NAC W-PORCENTAJE
		       MOVE ZEROS TO W-PCT-ANTERIOR
		       PERFORM 250-CAPTURA-DATOS
		       IF SW-VALIDO = 1
			   PERFORM 300-ALTA
		       END-IF
		   END-IF
	       WHEN "C" WHEN "c"
		   PERFORM 230-LEE-SECUENCIA
		   IF SW-EXISTE = 1
		       PERFORM 250-CAPTURA-DATOS
		       IF SW-VALIDO = 1
			   PERFORM 310-CAMBIO
		       END-IF
		   END-IF
	       WHEN "B" WHEN "b"
		   PERFORM 230-LEE-SECUENCIA
		   IF SW-EXISTE = 1
		       PERFORM 320-BAJA
		   END-IF
	       WHEN OTHER
		   CONTINUE
	   END-EVALUATE.

       210-LISTA.
	   DISPLAY ERASE
	   DISPLAY "BENEFICIARIOS DEL EMPLEADO" AT 0310
	   DISPLAY W-EMP-ID AT 0337
	   IF SW-EMPMAST = 1
	       DISPLAY EMP-REC-NOMBRE AT 0346
	   END-IF
	   DISPLAY "SE NOMBRE                          P NACIMIEN"
	       AT 0510
	   DISPLAY "    PCT CURP               D" AT 0555
	   MOVE 6 TO W-RENGLON
	   MOVE ZEROS TO W-NUM-BEN W-ULT-SEC W-TOTAL-PCT
	   MOVE ZEROS TO SW-FIN-BEN
	   MOVE W-EMP-ID TO BEN-EMPLEADO-ID
	   MOVE ZEROS TO BEN-SECUENCIA
	   START BENEF KEY NOT < BEN-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-BEN
	   END-START
	   PERFORM UNTIL SW-FIN-BEN = 1
	       READ BENEF NEXT
		   AT END
		       MOVE 1 TO SW-FIN-BEN
		   NOT AT END
		       IF BEN-EMPLEADO-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-BEN
		       ELSE
			   PERFORM 220-MUESTRA-LINEA
		       END-IF
	       END-READ
	   END-PERFORM
	   MOVE W-TOTAL-PCT TO W-TOTAL-ED
	   DISPLAY "TOTAL PORCENTAJE:" AT 1710
	   DISPLAY W-TOTAL-ED AT 1728
	   IF W-TOTAL-PCT NOT = 100 AND W-NUM-BEN > ZEROS
	       DISPLAY "(DEBE SUMAR 100)" AT 1737
	   END-IF.

       220-MUESTRA-LINEA.
	   ADD 1 TO W-NUM-BEN
	   MOVE BEN-SECUENCIA TO W-ULT-SEC
	   ADD BEN-PORCENTAJE TO W-TOTAL-PCT
	   IF W-RENGLON < 17
	       MOVE BEN-SECUENCIA TO SEC-L
	       MOVE BEN-NOMBRE TO NOMBRE-L
	       MOVE BEN-PARENTESCO TO PARENTESCO-L
	       MOVE BEN-FECHA-NAC TO FECHA-NAC-L
	       MOVE BEN-PORCENTAJE TO PCT-L
	       MOVE "CURP" TO W-ENM-TIPO
	       MOVE W-EMP-ID TO W-ENM-LLAVE
	       MOVE BEN-CURP TO W-ENM-VALOR
	       CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
		   W-ENM-VALOR W-ENM-RESULTADO
	       MOVE W-ENM-RESULTADO TO CURP-L
	       MOVE BEN-DEPENDIENTE TO DEPENDIENTE-L
	       COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	       DISPLAY LINEA-BEN AT W-REN-AT
	       ADD 1 TO W-RENGLON
	   END-IF.

       230-LEE-SECUENCIA.
	   MOVE ZEROS TO SW-EXISTE
	   DISPLAY "SECUENCIA:" AT 2110
	   MOVE ZEROS TO W-SECUENCIA
	   ACCEPT W-SECUENCIA AT 2121
	   MOVE W-EMP-ID TO BEN-EMPLEADO-ID
	   MOVE W-SECUENCIA TO BEN-SECUENCIA
	   READ BENEF
	       INVALID KEY
		   DISPLAY "ERROR: SECUENCIA NO EXISTE" AT 2210
		   PERFORM 280-PAUSA
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   MOVE BEN-NOMBRE TO W-NOMBRE
		   MOVE BEN-PARENTESCO TO W-PARENTESCO
		   MOVE BEN-FECHA-NAC TO W-FECHA-NAC
		   MOVE BEN-PORCENTAJE TO W-PORCENTAJE
		   MOVE BEN-PORCENTAJE TO W-PCT-ANTERIOR
		   MOVE BEN-CURP TO W-CURP
		   MOVE BEN-DEPENDIENTE TO W-DEPENDIENTE
	   END-READ.

       250-CAPTURA-DATOS.
	   DISPLAY ERASE
	   DISPLAY "DATOS DEL BENEFICIARIO" AT 0310
	   DISPLAY W-EMP-ID AT 0340
	   DISPLAY "SECUENCIA:" AT 0350
	   DISPLAY W-SECUENCIA AT 0361
	   DISPLAY "NOMBRE COMPLETO:" AT 0510
	   ACCEPT W-NOMBRE AT 0541
	   DISPLAY "PARENTESCO (C=CONYUGE H=HIJO" AT 0710
	   DISPLAY "  P=PADRE/MADRE O=OTRO):" AT 0810
	   ACCEPT W-PARENTESCO AT 0841
	   DISPLAY "FECHA NACIMIENTO (AAAAMMDD):" AT 0910
	   ACCEPT W-FECHA-NAC AT 0941
	   DISPLAY "PORCENTAJE (0 = SOLO DEPENDIENTE):" AT 1010
	   ACCEPT W-PORCENTAJE AT 1045
	   DISPLAY "CURP:" AT 1110
	   ACCEPT W-CURP AT 1141
	   DISPLAY "DEPENDIENTE ECONOMICO (S/N):" AT 1210
	   ACCEPT W-DEPENDIENTE AT 1241
	   PERFORM 260-VALIDA.

       260-VALIDA.
	   MOVE 1 TO SW-VALIDO
	   INSPECT W-PARENTESCO CONVERTING "chpo" TO "CHPO"
	   INSPECT W-DEPENDIENTE CONVERTING "sn" TO "SN"
	   INSPECT W-CURP CONVERTING
	       "abcdefghijklmnopqrstuvwxyz" TO
	       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
	   IF W-NOMBRE = SPACES
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FALTA EL NOMBRE" AT 1410
	   END-IF
	   IF W-PARENTESCO NOT = "C" AND W-PARENTESCO NOT = "H"
		   AND W-PARENTESCO NOT = "P" AND W-PARENTESCO NOT = "O"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: PARENTESCO INVALIDO" AT 1410
	   END-IF
	   IF W-FEC-MES < 1 OR W-FEC-MES > 12
		   OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
		   OR W-FEC-ANO < 1900 OR W-FECHA-NAC > FECHA-HOY
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: FECHA DE NACIMIENTO INVALIDA" AT 1510
	   END-IF
	   IF W-CURP(18:1) = SPACE OR W-CURP(5:6) NOT NUMERIC
		   OR W-CURP(1:4) NOT ALPHABETIC
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: CURP INVALIDA" AT 1610
	   END-IF
	   IF W-DEPENDIENTE NOT = "S" AND W-DEPENDIENTE NOT = "N"
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: INDIQUE S O N EN DEPENDIENTE" AT 1610
	   END-IF
	   IF W-PORCENTAJE > 100
	       MOVE ZEROS TO SW-VALIDO
	       DISPLAY "ERROR: PORCENTAJE MAYOR A 100" AT 1710
	   ELSE
	       COMPUTE W-TOTAL-NUEVO = W-TOTAL-PCT - W-PCT-ANTERIOR
		   + W-PORCENTAJE
	       IF W-TOTAL-NUEVO > 100
		   MOVE ZEROS TO SW-VALIDO
		   MOVE W-TOTAL-NUEVO TO W-TOTAL-ED
		   DISPLAY "ERROR: LOS PORCENTAJES SUMARIAN" AT 1710
		   DISPLAY W-TOTAL-ED AT 1742
	       END-IF
	   END-IF
	   IF SW-VALIDO = ZEROS
	       PERFORM 280-PAUSA
	   END-IF.

       270-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO BEN-EMPLEADO-ID
	   MOVE W-SECUENCIA TO BEN-SECUENCIA
	   MOVE W-NOMBRE TO BEN-NOMBRE
	   MOVE W-PARENTESCO TO BEN-PARENTESCO
	   MOVE W-FECHA-NAC TO BEN-FECHA-NAC
	   MOVE W-PORCENTAJE TO BEN-PORCENTAJE
	   MOVE W-CURP TO BEN-CURP
	   MOVE W-DEPENDIENTE TO BEN-DEPENDIENTE.

       280-PAUSA.
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	   ACCEPT W-OPC AT 2340
	   MOVE SPACES TO W-OPC.

       290-VERIFICA-TOTAL.
	   IF W-NUM-BEN > ZEROS AND W-TOTAL-PCT NOT = 100
	       DISPLAY ERASE
	       MOVE W-TOTAL-PCT TO W-TOTAL-ED
	       DISPLAY "ADVERTENCIA: LOS PORCENTAJES SUMAN" AT 0510
	       DISPLAY W-TOTAL-ED AT 0546
	       DISPLAY "DEBEN SUMAR 100 PARA PODER REPARTIR PAGOS"
		   AT 0610
	       PERFORM 280-PAUSA
	   END-IF.

       300-ALTA.
	   PERFORM 270-MUEVE-CAMPOS
	   WRITE REG-BENEF
	       INVALID KEY
		   DISPLAY "ERROR: SECUENCIA YA EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "BENEFICIARIO DADO DE ALTA" AT 1910
	   END-WRITE
	   PERFORM 280-PAUSA.

       310-CAMBIO.
	   PERFORM 270-MUEVE-CAMPOS
	   REWRITE REG-BENEF
	       INVALID KEY
		   DISPLAY "ERROR: SECUENCIA NO EXISTE" AT 1910
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "BENEFICIARIO ACTUALIZADO" AT 1910
	   END-REWRITE
	   PERFORM 280-PAUSA.

       320-BAJA.
	   DELETE BENEF
	       INVALID KEY
		   DISPLAY "ERROR: SECUENCIA NO EXISTE" AT 2210
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "BENEFICIARIO DADO DE BAJA" AT 2210
	   END-DELETE
	   PERFORM 280-PAUSA.

       400-ESCRIBE-RUNLOG.
	   MOVE "BENMNT" TO RUNLOG-PROGRAMA
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
