       IDENTIFICATION DIVISION.
       PROGRAM-ID. GMMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT GMMINSC ASSIGN TO "GMMINSC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GMI-LLAVE
	       FILE STATUS IS GMMINSC-STATUS.
	   SELECT GMMPLAN ASSIGN TO "GMMPLAN"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS GPL-PLAN
	       FILE STATUS IS GMMPLAN-STATUS.
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
       FD GMMINSC.
       COPY "GMMINSC.wks".
       FD GMMPLAN.
       COPY "GMMPLAN.wks".
       FD BENEF.
       COPY "BENEF.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 GMMINSC-STATUS PIC XX.
       01 GMMPLAN-STATUS PIC XX.
       01 BENEF-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-BENEF PIC 9 VALUE ZEROS.
       01 SW-FIN-BEN PIC 9 VALUE ZEROS.
       01 SW-FIN-GMI PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-EMP-ESTATUS PIC X VALUE SPACES.
       01 W-FECHA-INI PIC 9(8) VALUE ZEROS.
       01 W-FECHA-INI-R REDEFINES W-FECHA-INI.
	   03 W-INI-ANO PIC 9(4).
	   03 W-INI-MES PIC 99.
	   03 W-INI-DIA PIC 99.
       01 W-FECHA-FIN PIC 9(8) VALUE ZEROS.
       01 W-FECHA-FIN-R REDEFINES W-FECHA-FIN.
	   03 W-FIN-ANO PIC 9(4).
	   03 W-FIN-MES PIC 99.
	   03 W-FIN-DIA PIC 99.
       01 W-PLAN PIC X(4) VALUE SPACES.
       01 W-NIVEL PIC X VALUE SPACES.
       01 W-CERTIFICADO PIC X(15) VALUE SPACES.
       01 W-DEPENDIENTES.
	   03 W-DEP-SEC PIC 99 OCCURS 6 TIMES.
       01 W-NUM-DEP PIC 9 VALUE ZEROS.
       01 W-CONYUGES PIC 9 VALUE ZEROS.
       01 W-MENSUAL PIC 9(5)V99 VALUE ZEROS.
       01 W-MENSUAL-ED PIC ZZ,ZZ9.99.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-COLUMNA PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 I-DEP PIC 9 VALUE ZEROS.
       01 I-OTRO PIC 9 VALUE ZEROS.
       01 I-BEN PIC 99 VALUE ZEROS.
       01 IDX-BEN PIC 99 VALUE ZEROS.
       01 NUM-BEN PIC 99 VALUE ZEROS.
       01 TABLA-BEN.
	   03 TBE-ENTRADA OCCURS 10 TIMES.
	       05 TBE-SEC PIC 99.
	       05 TBE-NOMBRE PIC X(30).
	       05 TBE-PARENTESCO PIC X.
       01 LINEA-BEN.
	   03 SEC-L PIC 99.
	   03 FILLER PIC X VALUE SPACES.
	   03 NOMBRE-L PIC X(25).
	   03 FILLER PIC X VALUE SPACES.
	   03 PARENTESCO-L PIC X.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O GMMINSC
	   IF GMMINSC-STATUS = "35"
	       OPEN OUTPUT GMMINSC
	       CLOSE GMMINSC
	       OPEN I-O GMMINSC
	   END-IF
	   OPEN INPUT GMMPLAN
	   IF GMMINSC-STATUS NOT = "00" OR GMMPLAN-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR INSCRIPCIONES O PLANES GMM"
		   AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-BENEF
	   OPEN INPUT BENEF
	   IF BENEF-STATUS = "00"
	       MOVE 1 TO SW-BENEF
	   END-IF
	   OPEN INPUT EMPMAST
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF EMPMAST-STATUS = "00"
	       CLOSE EMPMAST
	   END-IF
	   IF SW-BENEF = 1
	       CLOSE BENEF
	   END-IF
	   CLOSE GMMPLAN
	   CLOSE GMMINSC
	   GOBACK.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "INSCRIPCION A GASTOS MEDICOS MAYORES" AT 0310
	   DISPLAY "EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0535
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 150-VERIFICA-EMPLEADO
	       IF W-MSG-ERROR = SPACES
		   PERFORM 160-CARGA-BENEFICIARIOS
		   PERFORM 200-MANTIENE
	       ELSE
		   DISPLAY W-MSG-ERROR AT 0710
		   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
		   ACCEPT W-OPC AT 0940
		   MOVE SPACES TO W-OPC
	       END-IF
	   END-IF.

       150-VERIFICA-EMPLEADO.
	   MOVE SPACES TO W-MSG-ERROR
	   MOVE SPACES TO W-EMP-ESTATUS
	   IF EMPMAST-STATUS = "00"
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "ERROR: EMPLEADO NO EXISTE EN MAESTRO"
			   TO W-MSG-ERROR
		   NOT INVALID KEY
		       MOVE EMP-REC-ESTATUS TO W-EMP-ESTATUS
		       DISPLAY EMP-REC-NOMBRE AT 0545
	       END-READ
	   END-IF.

       160-CARGA-BENEFICIARIOS.
	   MOVE ZEROS TO NUM-BEN
	   DISPLAY "DEPENDIENTES REGISTRADOS (SE NOMBRE P):" AT 0710
	   IF SW-BENEF = 1
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
				   OR NUM-BEN = 10
			       MOVE 1 TO SW-FIN-BEN
			   ELSE
			       PERFORM 165-MUESTRA-BENEFICIARIO
			   END-IF
		   END-READ
	       END-PERFORM
	   END-IF
	   IF NUM-BEN = ZEROS
	       DISPLAY "SIN BENEFICIARIOS - SOLO COBERTURA TITULAR"
		   AT 0810
	   END-IF.

       165-MUESTRA-BENEFICIARIO.
	   ADD 1 TO NUM-BEN
	   MOVE BEN-SECUENCIA TO TBE-SEC(NUM-BEN)
	   MOVE BEN-NOMBRE TO TBE-NOMBRE(NUM-BEN)
	   MOVE BEN-PARENTESCO TO TBE-PARENTESCO(NUM-BEN)
	   MOVE BEN-SECUENCIA TO SEC-L
	   MOVE BEN-NOMBRE TO NOMBRE-L
	   MOVE BEN-PARENTESCO TO PARENTESCO-L
	   IF NUM-BEN > 5
	       COMPUTE W-RENGLON = NUM-BEN + 2
	       MOVE 45 TO W-COLUMNA
	   ELSE
	       COMPUTE W-RENGLON = NUM-BEN + 7
	       MOVE 10 TO W-COLUMNA
	   END-IF
	   COMPUTE W-REN-AT = W-RENGLON * 100 + W-COLUMNA
	   DISPLAY LINEA-BEN AT W-REN-AT.

       200-MANTIENE.
	   DISPLAY "FECHA INICIO (AAAAMMDD):" AT 1410
	   MOVE W-FECHA-HOY TO W-FECHA-INI
	   ACCEPT W-FECHA-INI AT 1435
	   MOVE ZEROS TO SW-EXISTE
	   MOVE SPACES TO W-PLAN W-NIVEL W-CERTIFICADO
	   MOVE ZEROS TO W-FECHA-FIN
	   INITIALIZE W-DEPENDIENTES
	   MOVE W-EMP-ID TO GMI-EMPLEADO-ID
	   MOVE W-FECHA-INI TO GMI-FECHA-INI
	   READ GMMINSC
	       INVALID KEY
		   DISPLAY "INSCRIPCION NUEVA" AT 1450
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   MOVE GMI-PLAN TO W-PLAN
		   MOVE GMI-NIVEL TO W-NIVEL
		   MOVE GMI-CERTIFICADO TO W-CERTIFICADO
		   MOVE GMI-FECHA-FIN TO W-FECHA-FIN
		   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
		       MOVE GMI-DEP-SEC(I-DEP) TO W-DEP-SEC(I-DEP)
		   END-PERFORM
		   DISPLAY "INSCRIPCION EXISTENTE" AT 1450
	   END-READ
	   DISPLAY "PLAN                   :" AT 1510
	   ACCEPT W-PLAN AT 1535
	   DISPLAY "NIVEL (T=TITULAR P=PAREJA F=FAMILIAR):" AT 1610
	   ACCEPT W-NIVEL AT 1650
	   DISPLAY "CERTIFICADO            :" AT 1710
	   ACCEPT W-CERTIFICADO AT 1735
	   DISPLAY "FECHA FIN (0=VIGENTE)  :" AT 1810
	   ACCEPT W-FECHA-FIN AT 1835
	   DISPLAY "DEPENDIENTES CUBIERTOS (SE):" AT 1910
	   PERFORM 230-CAPTURA-DEPENDIENTE
	       VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
	   PERFORM 250-VALIDA
	   IF W-MSG-ERROR = SPACES
	       MOVE W-MENSUAL TO W-MENSUAL-ED
	       DISPLAY "APORTACION MENSUAL DEL EMPLEADO:" AT 2010
	       DISPLAY W-MENSUAL-ED AT 2043
	   END-IF
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 2210
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	       ACCEPT W-OPC AT 2440
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 2210
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 2247
	       EVALUATE W-OPC
		   WHEN "A" WHEN "a"
		       PERFORM 300-ALTA
		   WHEN "C" WHEN "c"
		       PERFORM 310-CAMBIO
		   WHEN "B" WHEN "b"
		       PERFORM 320-BAJA
		   WHEN OTHER
		       CONTINUE
	       END-EVALUATE
	       MOVE SPACES TO W-OPC
	   END-IF.

       230-CAPTURA-DEPENDIENTE.
	   COMPUTE W-REN-AT = 1900 + 39 + I-DEP * 3
	   ACCEPT W-DEP-SEC(I-DEP) AT W-REN-AT.

       250-VALIDA.
	   MOVE SPACES TO W-MSG-ERROR
	   MOVE ZEROS TO W-MENSUAL
	   INSPECT W-NIVEL CONVERTING "tpf" TO "TPF"
	   IF W-INI-ANO < 2000 OR W-INI-MES < 1 OR W-INI-MES > 12
		   OR W-INI-DIA < 1 OR W-INI-DIA > 31
	       MOVE "ERROR: FECHA DE INICIO INVALIDA" TO W-MSG-ERROR
	   END-IF
	   IF W-FECHA-FIN > ZEROS
	       IF W-FIN-MES < 1 OR W-FIN-MES > 12
		       OR W-FIN-DIA < 1 OR W-FIN-DIA > 31
		       OR W-FECHA-FIN < W-FECHA-INI
		   MOVE "ERROR: FECHA FIN INVALIDA" TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-NIVEL NOT = "T" AND W-NIVEL NOT = "P"
		   AND W-NIVEL NOT = "F"
	       MOVE "ERROR: NIVEL DEBE SER T, P O F" TO W-MSG-ERROR
	   END-IF
	   IF W-CERTIFICADO = SPACES
	       MOVE "ERROR: CAPTURE EL CERTIFICADO" TO W-MSG-ERROR
	   END-IF
	   IF W-MSG-ERROR = SPACES
	       PERFORM 260-VALIDA-DEPENDIENTES
	   END-IF
	   IF W-MSG-ERROR = SPACES
	       MOVE W-PLAN TO GPL-PLAN
	       READ GMMPLAN
		   INVALID KEY
		       MOVE "ERROR: EL PLAN NO EXISTE" TO W-MSG-ERROR
		   NOT INVALID KEY
		       IF GPL-ACTIVO = "I"
			   MOVE "ERROR: EL PLAN ESTA INACTIVO"
			       TO W-MSG-ERROR
		       ELSE
			   DISPLAY GPL-DESC AT 1545
			   COMPUTE W-MENSUAL = GPL-APORTA-TIT
			       + GPL-APORTA-DEP * W-NUM-DEP
		       END-IF
	       END-READ
	   END-IF
	   IF W-MSG-ERROR = SPACES
	       PERFORM 270-VALIDA-TRASLAPE
	   END-IF.

       260-VALIDA-DEPENDIENTES.
	   MOVE ZEROS TO W-NUM-DEP W-CONYUGES
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
	       IF W-DEP-SEC(I-DEP) > ZEROS
		   ADD 1 TO W-NUM-DEP
		   MOVE ZEROS TO IDX-BEN
		   PERFORM VARYING I-BEN FROM 1 BY 1
			   UNTIL I-BEN > NUM-BEN
		       IF TBE-SEC(I-BEN) = W-DEP-SEC(I-DEP)
			   MOVE I-BEN TO IDX-BEN
		       END-IF
		   END-PERFORM
		   IF IDX-BEN = ZEROS
		       MOVE "ERROR: DEPENDIENTE NO REGISTRADO"
			   TO W-MSG-ERROR
		   ELSE
		       IF TBE-PARENTESCO(IDX-BEN) = "C"
			   ADD 1 TO W-CONYUGES
		       END-IF
		   END-IF
		   PERFORM VARYING I-OTRO FROM 1 BY 1
			   UNTIL I-OTRO >= I-DEP
		       IF W-DEP-SEC(I-OTRO) = W-DEP-SEC(I-DEP)
			   MOVE "ERROR: DEPENDIENTE REPETIDO"
			       TO W-MSG-ERROR
		       END-IF
		   END-PERFORM
	       END-IF
	   END-PERFORM
	   IF W-MSG-ERROR = SPACES
	       EVALUATE W-NIVEL
		   WHEN "T"
		       IF W-NUM-DEP > ZEROS
			   MOVE "ERROR: NIVEL TITULAR SIN DEPENDIENTES"
			       TO W-MSG-ERROR
		       END-IF
		   WHEN "P"
		       IF W-NUM-DEP NOT = 1 OR W-CONYUGES NOT = 1
			   MOVE "ERROR: NIVEL PAREJA REQUIERE CONYUGE"
			       TO W-MSG-ERROR
		       END-IF
		   WHEN "F"
		       IF W-NUM-DEP = ZEROS
			   MOVE "ERROR: NIVEL FAMILIAR SIN DEPENDIENTES"
			       TO W-MSG-ERROR
		       END-IF
	       END-EVALUATE
	   END-IF.

       270-VALIDA-TRASLAPE.
	   MOVE ZEROS TO SW-FIN-GMI
	   MOVE W-EMP-ID TO GMI-EMPLEADO-ID
	   MOVE ZEROS TO GMI-FECHA-INI
	   START GMMINSC KEY IS NOT LESS THAN GMI-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-GMI
	   END-START
	   PERFORM UNTIL SW-FIN-GMI = 1
	       READ GMMINSC NEXT
		   AT END
		       MOVE 1 TO SW-FIN-GMI
		   NOT AT END
		       IF GMI-EMPLEADO-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-GMI
		       ELSE
			   IF GMI-FECHA-INI NOT = W-FECHA-INI
			       PERFORM 275-COMPARA-VIGENCIA
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM.

       275-COMPARA-VIGENCIA.
	   IF (W-FECHA-FIN = ZEROS OR GMI-FECHA-INI NOT > W-FECHA-FIN)
		   AND (GMI-FECHA-FIN = ZEROS
		       OR GMI-FECHA-FIN NOT < W-FECHA-INI)
	       MOVE "ERROR: SE TRASLAPA CON OTRA INSCRIPCION"
		   TO W-MSG-ERROR
	   END-IF.

       280-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO GMI-EMPLEADO-ID
	   MOVE W-FECHA-INI TO GMI-FECHA-INI
	   MOVE W-FECHA-FIN TO GMI-FECHA-FIN
	   MOVE W-PLAN TO GMI-PLAN
	   MOVE W-NIVEL TO GMI-NIVEL
	   MOVE W-CERTIFICADO TO GMI-CERTIFICADO
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > 6
	       MOVE W-DEP-SEC(I-DEP) TO GMI-DEP-SEC(I-DEP)
	   END-PERFORM
	   MOVE W-USUARIO TO GMI-USUARIO
	   MOVE W-FECHA-HOY TO GMI-FECHA-CAP.

       300-ALTA.
	   IF W-EMP-ESTATUS = "I"
	       DISPLAY "ERROR: EL EMPLEADO ESTA DADO DE BAJA" AT 2310
	   ELSE
	       PERFORM 280-MUEVE-CAMPOS
	       WRITE REG-GMMINSC
		   INVALID KEY
		       DISPLAY "ERROR: LA INSCRIPCION YA EXISTE" AT 2310
		   NOT INVALID KEY
		       ADD 1 TO W-ESCRITOS
		       DISPLAY "INSCRIPCION DADA DE ALTA" AT 2310
	       END-WRITE
	   END-IF
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       310-CAMBIO.
	   PERFORM 280-MUEVE-CAMPOS
	   REWRITE REG-GMMINSC
	       INVALID KEY
		   DISPLAY "ERROR: LA INSCRIPCION NO EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "INSCRIPCION ACTUALIZADA" AT 2310
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       320-BAJA.
	   MOVE W-EMP-ID TO GMI-EMPLEADO-ID
	   MOVE W-FECHA-INI TO GMI-FECHA-INI
	   DELETE GMMINSC
	       INVALID KEY
		   DISPLAY "ERROR: LA INSCRIPCION NO EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "INSCRIPCION ELIMINADA" AT 2310
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       400-ESCRIBE-RUNLOG.
	   MOVE "GMMMNT" TO RUNLOG-PROGRAMA
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
