       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT DISTLAB ASSIGN TO "DISTLAB"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DSL-LLAVE
	       FILE STATUS IS DISTLAB-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD DISTLAB.
       COPY "DISTLAB.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 DISTLAB-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 W-EMP-ID PIC X(8) VALUE SPACES.
       01 W-FECHA-VIG PIC 9(8) VALUE ZEROS.
       01 W-FECHA-VIG-R REDEFINES W-FECHA-VIG.
	   03 W-VIG-ANO PIC 9(4).
	   03 W-VIG-MES PIC 99.
	   03 W-VIG-DIA PIC 99.
       01 W-DISTRIBUCION.
	   03 W-RENGLON-D OCCURS 5 TIMES.
	       05 W-CCOSTO PIC X(6).
	       05 W-DEPTO PIC X(15).
	       05 W-PCT PIC 9(3)V99.
       01 W-TOTAL-PCT PIC 9(4)V99 VALUE ZEROS.
       01 W-TOTAL-ED PIC ZZZ9.99.
       01 W-CENTROS PIC 9 VALUE ZEROS.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-MSG-ERROR PIC X(40) VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-NUM-ED PIC 9.
       01 I-REN PIC 9 VALUE ZEROS.
       01 I-OTRO PIC 9 VALUE ZEROS.
       01 SW-EXISTE PIC 9 VALUE ZEROS.
       01 SW-FIN-HIST PIC 9 VALUE ZEROS.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 IDX-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 20 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-CCOSTO PIC X(6).
	       05 TCD-ACTIVO PIC X.
       01 LINEA-HIST.
	   03 FECHA-VIG-L PIC 9999/99/99.
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 CENTROS-L PIC 9.
	   03 FILLER PIC X(07) VALUE SPACES.
	   03 USUARIO-L PIC X(8).
	   03 FILLER PIC X(03) VALUE SPACES.
	   03 FECHA-CAP-L PIC 9999/99/99.

       PROCEDURE DIVISION.
       000-INICIO.
	   OPEN I-O DISTLAB
	   IF DISTLAB-STATUS = "35"
	       OPEN OUTPUT DISTLAB
	       CLOSE DISTLAB
	       OPEN I-O DISTLAB
	   END-IF
	   IF DISTLAB-STATUS NOT = "00"
	       DISPLAY ERASE
	       DISPLAY "NO SE PUDO ABRIR LA DISTRIBUCION" AT 0510
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
	       ACCEPT W-OPC AT 0740
	       GOBACK
	   END-IF
	   OPEN INPUT EMPMAST
	   PERFORM 050-CARGA-DEPCAT
	   ACCEPT W-FECHA-HOY FROM DATE
	   ADD 20000000 TO W-FECHA-HOY
	   CALL "SESUSR" USING W-USUARIO
	   PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
	   PERFORM 400-ESCRIBE-RUNLOG
	   IF EMPMAST-STATUS = "00"
	       CLOSE EMPMAST
	   END-IF
	   CLOSE DISTLAB
	   GOBACK.

       050-CARGA-DEPCAT.
	   MOVE ZEROS TO NUM-CATDEP
	   OPEN INPUT DEPCAT
	   IF DEPCAT-STATUS = "00"
	       PERFORM UNTIL DEPCAT-STATUS = "10"
		       OR NUM-CATDEP = 20
		   READ DEPCAT NEXT
		       AT END
			   MOVE "10" TO DEPCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CATDEP
			   MOVE DEP-REC-NOMBRE
			       TO TCD-NOMBRE(NUM-CATDEP)
			   MOVE DEP-REC-CCOSTO
			       TO TCD-CCOSTO(NUM-CATDEP)
			   MOVE DEP-REC-ACTIVO
			       TO TCD-ACTIVO(NUM-CATDEP)
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       100-CAPTURA.
	   DISPLAY ERASE
	   DISPLAY "DISTRIBUCION DE COSTO POR CENTRO" AT 0310
	   DISPLAY "EMPLEADO (BLANCO=SALIR):" AT 0510
	   MOVE SPACES TO W-EMP-ID
	   ACCEPT W-EMP-ID AT 0535
	   IF W-EMP-ID = SPACES
	       MOVE "S" TO W-OPC
	   ELSE
	       ADD 1 TO W-CONSULTAS
	       PERFORM 150-VERIFICA-EMPLEADO
	       IF W-MSG-ERROR = SPACES
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
	   IF EMPMAST-STATUS = "00"
	       MOVE W-EMP-ID TO EMP-REC-ID
	       READ EMPMAST
		   INVALID KEY
		       MOVE "ERROR: EMPLEADO NO EXISTE EN MAESTRO"
			   TO W-MSG-ERROR
		   NOT INVALID KEY
		       DISPLAY EMP-REC-NOMBRE AT 0545
		       DISPLAY "DEPTO. BASE:" AT 0610
		       DISPLAY EMP-REC-DEPTO AT 0623
	       END-READ
	   END-IF.

       200-MANTIENE.
	   PERFORM 210-LISTA-HISTORIA
	   DISPLAY "FECHA DE VIGENCIA (AAAAMMDD):" AT 1310
	   MOVE W-FECHA-HOY TO W-FECHA-VIG
	   ACCEPT W-FECHA-VIG AT 1340
	   MOVE ZEROS TO SW-EXISTE
	   INITIALIZE W-DISTRIBUCION
	   MOVE W-EMP-ID TO DSL-EMPLEADO-ID
	   MOVE W-FECHA-VIG TO DSL-FECHA-VIG
	   READ DISTLAB
	       INVALID KEY
		   DISPLAY "VIGENCIA NUEVA" AT 1355
	       NOT INVALID KEY
		   MOVE 1 TO SW-EXISTE
		   PERFORM VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
		       MOVE DSL-CCOSTO(I-REN) TO W-CCOSTO(I-REN)
		       MOVE DSL-DEPTO(I-REN) TO W-DEPTO(I-REN)
		       MOVE DSL-PCT(I-REN) TO W-PCT(I-REN)
		   END-PERFORM
		   DISPLAY "VIGENCIA EXISTENTE" AT 1355
	   END-READ
	   DISPLAY "   C.COSTO  DEPARTAMENTO     PORCENTAJE" AT 1410
	   PERFORM 230-CAPTURA-RENGLON
	       VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
	   PERFORM 250-VALIDA
	   MOVE W-TOTAL-PCT TO W-TOTAL-ED
	   DISPLAY "TOTAL:" AT 2033
	   DISPLAY W-TOTAL-ED AT 2040
	   IF W-MSG-ERROR NOT = SPACES
	       DISPLAY W-MSG-ERROR AT 2110
	       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2310
	       ACCEPT W-OPC AT 2340
	       MOVE SPACES TO W-OPC
	   ELSE
	       DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 2110
	       MOVE SPACES TO W-OPC
	       ACCEPT W-OPC AT 2147
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

       210-LISTA-HISTORIA.
	   DISPLAY "VIGENCIA     CENTROS  CAPTURO    FECHA CAPT."
	       AT 0710
	   MOVE 8 TO W-RENGLON
	   MOVE ZEROS TO SW-FIN-HIST
	   MOVE W-EMP-ID TO DSL-EMPLEADO-ID
	   MOVE ZEROS TO DSL-FECHA-VIG
	   START DISTLAB KEY IS NOT LESS THAN DSL-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-HIST
	   END-START
	   PERFORM UNTIL SW-FIN-HIST = 1 OR W-RENGLON > 12
	       READ DISTLAB NEXT
		   AT END
		       MOVE 1 TO SW-FIN-HIST
		   NOT AT END
		       IF DSL-EMPLEADO-ID NOT = W-EMP-ID
			   MOVE 1 TO SW-FIN-HIST
		       ELSE
			   PERFORM 220-MUESTRA-LINEA
		       END-IF
	       END-READ
	   END-PERFORM
	   IF W-RENGLON = 8
	       DISPLAY "SIN DISTRIBUCION: COSTO AL DEPTO. BASE" AT 0810
	   END-IF.

       220-MUESTRA-LINEA.
	   MOVE ZEROS TO W-CENTROS
	   PERFORM VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
	       IF DSL-CCOSTO(I-REN) NOT = SPACES
		   ADD 1 TO W-CENTROS
	       END-IF
	   END-PERFORM
	   MOVE DSL-FECHA-VIG TO FECHA-VIG-L
	   MOVE W-CENTROS TO CENTROS-L
	   MOVE DSL-USUARIO TO USUARIO-L
	   MOVE DSL-FECHA-CAP TO FECHA-CAP-L
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	   DISPLAY LINEA-HIST AT W-REN-AT
	   ADD 1 TO W-RENGLON.

       230-CAPTURA-RENGLON.
	   COMPUTE W-RENGLON = 14 + I-REN
	   MOVE I-REN TO W-NUM-ED
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 10
	   DISPLAY W-NUM-ED AT W-REN-AT
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 13
	   ACCEPT W-CCOSTO(I-REN) AT W-REN-AT
	   PERFORM 240-BUSCA-CCOSTO
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 22
	   DISPLAY W-DEPTO(I-REN) AT W-REN-AT
	   COMPUTE W-REN-AT = W-RENGLON * 100 + 40
	   ACCEPT W-PCT(I-REN) AT W-REN-AT.

       240-BUSCA-CCOSTO.
	   MOVE ZEROS TO IDX-CATDEP
	   PERFORM VARYING I-CATDEP FROM 1 BY 1
		   UNTIL I-CATDEP > NUM-CATDEP OR IDX-CATDEP > ZEROS
	       IF TCD-CCOSTO(I-CATDEP) = W-CCOSTO(I-REN)
		       AND TCD-ACTIVO(I-CATDEP) NOT = "I"
		   MOVE I-CATDEP TO IDX-CATDEP
	       END-IF
	   END-PERFORM
	   IF IDX-CATDEP > ZEROS
	       MOVE TCD-NOMBRE(IDX-CATDEP) TO W-DEPTO(I-REN)
	   ELSE
	       MOVE SPACES TO W-DEPTO(I-REN)
	   END-IF.

       250-VALIDA.
	   MOVE SPACES TO W-MSG-ERROR
	   MOVE ZEROS TO W-TOTAL-PCT
	   MOVE ZEROS TO W-CENTROS
	   IF W-VIG-ANO < 2000 OR W-VIG-MES < 1 OR W-VIG-MES > 12
		   OR W-VIG-DIA < 1 OR W-VIG-DIA > 31
	       MOVE "ERROR: FECHA DE VIGENCIA INVALIDA"
		   TO W-MSG-ERROR
	   END-IF
	   PERFORM VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
	       ADD W-PCT(I-REN) TO W-TOTAL-PCT
	       IF W-CCOSTO(I-REN) = SPACES
		   IF W-PCT(I-REN) > ZEROS
		       MOVE "ERROR: PORCENTAJE SIN CENTRO DE COSTO"
			   TO W-MSG-ERROR
		   END-IF
	       ELSE
		   ADD 1 TO W-CENTROS
		   IF W-DEPTO(I-REN) = SPACES
		       MOVE "ERROR: CENTRO DE COSTO INEXISTENTE"
			   TO W-MSG-ERROR
		   END-IF
		   IF W-PCT(I-REN) = ZEROS
		       MOVE "ERROR: CENTRO DE COSTO SIN PORCENTAJE"
			   TO W-MSG-ERROR
		   END-IF
		   PERFORM VARYING I-OTRO FROM 1 BY 1
			   UNTIL I-OTRO >= I-REN
		       IF W-CCOSTO(I-OTRO) = W-CCOSTO(I-REN)
			   MOVE "ERROR: CENTRO DE COSTO REPETIDO"
			       TO W-MSG-ERROR
		       END-IF
		   END-PERFORM
	       END-IF
	   END-PERFORM
	   IF W-MSG-ERROR = SPACES AND W-CENTROS = ZEROS
	       MOVE "ERROR: CAPTURE AL MENOS UN CENTRO" TO W-MSG-ERROR
	   END-IF
	   IF W-MSG-ERROR = SPACES AND W-CENTROS > ZEROS
		   AND W-TOTAL-PCT NOT = 100
	       MOVE "ERROR: LA DISTRIBUCION DEBE SUMAR 100%"
		   TO W-MSG-ERROR
	   END-IF.

       260-MUEVE-CAMPOS.
	   MOVE W-EMP-ID TO DSL-EMPLEADO-ID
	   MOVE W-FECHA-VIG TO DSL-FECHA-VIG
	   PERFORM VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
	       MOVE W-CCOSTO(I-REN) TO DSL-CCOSTO(I-REN)
	       MOVE W-DEPTO(I-REN) TO DSL-DEPTO(I-REN)
	       MOVE W-PCT(I-REN) TO DSL-PCT(I-REN)
	   END-PERFORM
	   MOVE W-USUARIO TO DSL-USUARIO
	   MOVE W-FECHA-HOY TO DSL-FECHA-CAP.

       300-ALTA.
	   PERFORM 260-MUEVE-CAMPOS
	   WRITE REG-DISTLAB
	       INVALID KEY
		   DISPLAY "ERROR: LA VIGENCIA YA EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DISTRIBUCION DADA DE ALTA" AT 2310
	   END-WRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       310-CAMBIO.
	   PERFORM 260-MUEVE-CAMPOS
	   REWRITE REG-DISTLAB
	       INVALID KEY
		   DISPLAY "ERROR: LA VIGENCIA NO EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "DISTRIBUCION ACTUALIZADA" AT 2310
	   END-REWRITE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       320-BAJA.
	   MOVE W-EMP-ID TO DSL-EMPLEADO-ID
	   MOVE W-FECHA-VIG TO DSL-FECHA-VIG
	   DELETE DISTLAB
	       INVALID KEY
		   DISPLAY "ERROR: LA VIGENCIA NO EXISTE" AT 2310
	       NOT INVALID KEY
		   ADD 1 TO W-ESCRITOS
		   DISPLAY "VIGENCIA DADA DE BAJA" AT 2310
	   END-DELETE
	   DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 2410
	   ACCEPT W-OPC AT 2440.

       400-ESCRIBE-RUNLOG.
	   MOVE "DISTMNT" TO RUNLOG-PROGRAMA
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
