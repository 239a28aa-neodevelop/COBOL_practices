       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORGREP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS SEQUENTIAL
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT EMPJEF ASSIGN TO "EMPJEF"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS JEF-EMPLEADO-ID
	       FILE STATUS IS EMPJEF-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT DEPCAT ASSIGN TO "DEPCAT"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS DEP-REC-CODIGO
	       FILE STATUS IS DEPCAT-STATUS.
	   SELECT REPORG ASSIGN TO "REPORG".
	   SELECT RUNLOG ASSIGN TO "RUNLOG"
	       FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPJEF.
       COPY "EMPJEF.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD DEPCAT.
       COPY "DEPCAT.wks".
       FD REPORG.
       01 LINEA PIC X(80).
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 EMPMAST-STATUS PIC XX.
       01 EMPJEF-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 DEPCAT-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-EMPJEF PIC 9 VALUE ZEROS.
       01 SW-SALMAST PIC 9 VALUE ZEROS.
       01 SW-FIN-LEC PIC 9 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "ORGREP".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
       01 TABLA-CATDEP.
	   03 TCD-ENTRADA OCCURS 50 TIMES.
	       05 TCD-NOMBRE PIC X(15).
	       05 TCD-DIRECCION PIC X(20).
       01 NUM-EMP PIC 9(04) VALUE ZEROS.
       01 I-EMP PIC 9(04) VALUE ZEROS.
       01 J-EMP PIC 9(04) VALUE ZEROS.
       01 K-EMP PIC 9(04) VALUE ZEROS.
       01 TABLA-EMP.
	   03 TOR-ENTRADA OCCURS 1000 TIMES.
	       05 TOR-ID PIC X(08).
	       05 TOR-NOMBRE PIC X(30).
	       05 TOR-DEPTO PIC X(15).
	       05 TOR-SUPERVISOR PIC X(08).
	       05 TOR-IDX-JEFE PIC 9(04).
	       05 TOR-SUELDO PIC 9(05)V99.
	       05 TOR-DIRECTOS PIC 9(04).
	       05 TOR-TOTAL PIC 9(04).
	       05 TOR-NOM-DIR PIC 9(08)V99.
	       05 TOR-NOM-TOT PIC 9(09)V99.
	       05 TOR-CICLO PIC 9.
	       05 TOR-IMPRESO PIC 9.
       01 NUM-DEPTOS PIC 9(03) VALUE ZEROS.
       01 I-DEP PIC 9(03) VALUE ZEROS.
       01 J-DEP PIC 9(03) VALUE ZEROS.
       01 IDX-DEP PIC 9(03) VALUE ZEROS.
       01 TABLA-DEPTOS.
	   03 TOD-ENTRADA OCCURS 100 TIMES.
	       05 TOD-DIRECCION PIC X(20).
	       05 TOD-DEPTO PIC X(15).
	       05 TOD-EMPLEADOS PIC 9(04).
	       05 TOD-NOMINA PIC 9(09)V99.
       01 TOD-AUXILIAR.
	   03 AUX-DIRECCION PIC X(20).
	   03 AUX-DEPTO PIC X(15).
	   03 AUX-EMPLEADOS PIC 9(04).
	   03 AUX-NOMINA PIC 9(09)V99.
       01 NUM-PILA PIC 9(04) VALUE ZEROS.
       01 TABLA-PILA.
	   03 TPI-ENTRADA OCCURS 1000 TIMES.
	       05 TPI-IDX PIC 9(04).
	       05 TPI-NIVEL PIC 9(03).
       01 W-NIVEL PIC 9(03) VALUE ZEROS.
       01 W-NIVELES PIC 99 VALUE ZEROS.
       01 W-POS PIC 99 VALUE ZEROS.
       01 W-LARGO PIC 99 VALUE ZEROS.
       01 W-DEPTO PIC X(15) VALUE SPACES.
       01 W-DIR-ANTERIOR PIC X(20) VALUE SPACES.
       01 W-DIR-EMPLEADOS PIC 9(05) VALUE ZEROS.
       01 W-DIR-NOMINA PIC 9(10)V99 VALUE ZEROS.
       01 W-TOT-EMPLEADOS PIC 9(05) VALUE ZEROS.
       01 W-TOT-NOMINA PIC 9(10)V99 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 LINEAS-ESCRITAS PIC 9(07) VALUE ZEROS.
       01 JEFES-CON-EQUIPO PIC 9(05) VALUE ZEROS.
       01 SIN-JEFE PIC 9(05) VALUE ZEROS.
       01 JEFE-INVALIDO PIC 9(05) VALUE ZEROS.
       01 LINEAS-CIRCULARES PIC 9(05) VALUE ZEROS.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-ORG.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(32) VALUE
	      "ORGANIGRAMA POR DIRECCION AL ".
	   03 FECHA-ENC PIC 9(08).
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 CIA-ENC PIC X(30).
       01 ENCABEZADO-ORG2.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE "JEFE / COLABORADOR".
	   03 FILLER PIC X(05) VALUE " DIR.".
	   03 FILLER PIC X(05) VALUE " TOT.".
	   03 FILLER PIC X(11) VALUE " NOM.DIRECT".
	   03 FILLER PIC X(13) VALUE "    NOM.TOTAL".
       01 LINEA-DIRECCION.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 FILLER PIC X(11) VALUE "DIRECCION: ".
	   03 DIRECCION-O PIC X(20).
       01 LINEA-DEPTO.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
	   03 DEPTO-O PIC X(15).
       01 LINEA-ORG.
	   03 FILLER PIC X(02) VALUE SPACES.
	   03 ARBOL-O PIC X(40).
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 DIRECTOS-O PIC ZZZ9 BLANK WHEN ZERO.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TOTAL-O PIC ZZZ9 BLANK WHEN ZERO.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOM-DIR-O PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 NOM-TOT-O PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
       01 LINEA-TOTAL.
	   03 FILLER PIC X(04) VALUE SPACES.
	   03 TOTAL-TEXTO PIC X(20).
	   03 TOTAL-NOMBRE PIC X(20).
	   03 FILLER PIC X(11) VALUE " EMPLEADOS:".
	   03 TOTAL-EMPLEADOS PIC ZZ,ZZ9.
	   03 FILLER PIC X(01) VALUE SPACES.
	   03 TOTAL-NOMINA PIC ZZ,ZZZ,ZZ9.99.
       01 LINEA-CTL-ORG.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 CTL-TEXTO PIC X(40).
	   03 CTL-CUENTA PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   ACCEPT FECHA-AMD FROM DATE
	   COMPUTE FECHA-HOY = 20000000 + FECHA-AMD
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS NOT = "00"
	       DISPLAY "ORGREP: NO SE PUDO ABRIR EMPMAST "
		   EMPMAST-STATUS
	       MOVE 16 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-EMPJEF
	   OPEN INPUT EMPJEF
	   IF EMPJEF-STATUS = "00"
	       MOVE 1 TO SW-EMPJEF
	   END-IF
	   MOVE ZEROS TO SW-SALMAST
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS = "00"
	       MOVE 1 TO SW-SALMAST
	   END-IF
	   PERFORM 050-CARGA-DEPCAT
	   PERFORM 100-LECTURA
	   PERFORM 110-CARGA-EMPLEADO UNTIL SW = 1
	   PERFORM 150-RESUELVE-JEFES
	   PERFORM 200-ACUMULA-EQUIPOS
	   PERFORM 250-ARMA-DEPTOS
	   OPEN OUTPUT REPORG
	   MOVE FECHA-HOY TO FECHA-ENC
	   MOVE W-CIA-NOMBRE TO CIA-ENC
	   WRITE LINEA FROM ENCABEZADO-ORG
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM ENCABEZADO-ORG2
	   WRITE LINEA FROM LINEA-R3
	   MOVE SPACES TO W-DIR-ANTERIOR
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > NUM-DEPTOS
	       PERFORM 300-IMPRIME-DEPTO
	   END-PERFORM
	   IF NUM-DEPTOS > ZEROS
	       PERFORM 420-TOTAL-DIRECCION
	   END-IF
	   PERFORM 500-FINAL
	   GOBACK.

       050-CARGA-DEPCAT.
	   MOVE ZEROS TO NUM-CATDEP
	   OPEN INPUT DEPCAT
	   IF DEPCAT-STATUS = "00"
	       PERFORM UNTIL DEPCAT-STATUS = "10"
		       OR NUM-CATDEP = 50
		   READ DEPCAT NEXT
		       AT END
			   MOVE "10" TO DEPCAT-STATUS
		       NOT AT END
			   ADD 1 TO NUM-CATDEP
			   MOVE DEP-REC-NOMBRE
			       TO TCD-NOMBRE(NUM-CATDEP)
			   MOVE DEP-REC-DIRECCION
			       TO TCD-DIRECCION(NUM-CATDEP)
		   END-READ
	       END-PERFORM
	       CLOSE DEPCAT
	   END-IF.

       100-LECTURA.
	   READ EMPMAST NEXT
	       AT END
		   MOVE 1 TO SW
	       NOT AT END
		   ADD 1 TO REG-LEIDOS
	   END-READ.

       110-CARGA-EMPLEADO.
	   IF EMP-REC-ESTATUS NOT = "I" AND NUM-EMP < 1000
	       ADD 1 TO NUM-EMP
	       MOVE EMP-REC-ID TO TOR-ID(NUM-EMP)
	       MOVE EMP-REC-NOMBRE TO TOR-NOMBRE(NUM-EMP)
	       MOVE EMP-REC-DEPTO TO TOR-DEPTO(NUM-EMP)
	       MOVE SPACES TO TOR-SUPERVISOR(NUM-EMP)
	       MOVE ZEROS TO TOR-IDX-JEFE(NUM-EMP) TOR-SUELDO(NUM-EMP)
		   TOR-DIRECTOS(NUM-EMP) TOR-TOTAL(NUM-EMP)
		   TOR-NOM-DIR(NUM-EMP) TOR-NOM-TOT(NUM-EMP)
		   TOR-CICLO(NUM-EMP) TOR-IMPRESO(NUM-EMP)
	       IF SW-EMPJEF = 1
		   MOVE EMP-REC-ID TO JEF-EMPLEADO-ID
		   READ EMPJEF
		       INVALID KEY
			   CONTINUE
		       NOT INVALID KEY
			   MOVE JEF-SUPERVISOR
			       TO TOR-SUPERVISOR(NUM-EMP)
		   END-READ
	       END-IF
	       IF SW-SALMAST = 1
		   PERFORM 120-BUSCA-SALMAST
	       END-IF
	   END-IF
	   PERFORM 100-LECTURA.

       120-BUSCA-SALMAST.
	   MOVE ZEROS TO SW-FIN-LEC
	   MOVE EMP-REC-ID TO SAL-REC-ID
	   MOVE ZEROS TO SAL-REC-FECHA-VIG
	   START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
	       INVALID KEY
		   MOVE 1 TO SW-FIN-LEC
	   END-START
	   PERFORM UNTIL SW-FIN-LEC = 1
	       READ SALMAST NEXT
		   AT END
		       MOVE 1 TO SW-FIN-LEC
		   NOT AT END
		       IF SAL-REC-ID NOT = EMP-REC-ID
			       OR SAL-REC-FECHA-VIG > FECHA-HOY
			   MOVE 1 TO SW-FIN-LEC
		       ELSE
			   MOVE SAL-REC-SUELDO TO TOR-SUELDO(NUM-EMP)
		       END-IF
	       END-READ
	   END-PERFORM.

       150-RESUELVE-JEFES.
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TOR-SUPERVISOR(I-EMP) = SPACES
		   ADD 1 TO SIN-JEFE
	       ELSE
		   PERFORM VARYING J-EMP FROM 1 BY 1
			   UNTIL J-EMP > NUM-EMP
			   OR TOR-IDX-JEFE(I-EMP) > ZEROS
		       IF TOR-ID(J-EMP) = TOR-SUPERVISOR(I-EMP)
			   MOVE J-EMP TO TOR-IDX-JEFE(I-EMP)
		       END-IF
		   END-PERFORM
		   IF TOR-IDX-JEFE(I-EMP) = ZEROS
		       ADD 1 TO JEFE-INVALIDO
		       MOVE TOR-ID(I-EMP) TO W-ALR-LLAVE
		       MOVE SPACES TO W-ALR-MENSAJE
		       STRING "JEFE " DELIMITED BY SIZE
			   TOR-SUPERVISOR(I-EMP) DELIMITED BY SPACE
			   " NO EXISTE O ESTA DADO DE BAJA"
			       DELIMITED BY SIZE
			   INTO W-ALR-MENSAJE
		       END-STRING
		       PERFORM 180-ALERTA
		   END-IF
	       END-IF
	   END-PERFORM.

       180-ALERTA.
	   MOVE "A" TO W-ALR-SEVERIDAD
	   CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
	       W-ALR-LLAVE W-ALR-MENSAJE
	   MOVE 4 TO RETURN-CODE.

       200-ACUMULA-EQUIPOS.
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       MOVE TOR-IDX-JEFE(I-EMP) TO J-EMP
	       IF J-EMP > ZEROS
		   ADD 1 TO TOR-DIRECTOS(J-EMP)
		   ADD TOR-SUELDO(I-EMP) TO TOR-NOM-DIR(J-EMP)
	       END-IF
	       MOVE ZEROS TO W-NIVELES
	       PERFORM UNTIL J-EMP = ZEROS OR TOR-CICLO(I-EMP) = 1
		   IF J-EMP = I-EMP OR W-NIVELES = 50
		       MOVE 1 TO TOR-CICLO(I-EMP)
		   ELSE
		       ADD 1 TO TOR-TOTAL(J-EMP)
		       ADD TOR-SUELDO(I-EMP) TO TOR-NOM-TOT(J-EMP)
		       ADD 1 TO W-NIVELES
		       MOVE TOR-IDX-JEFE(J-EMP) TO J-EMP
		   END-IF
	       END-PERFORM
	   END-PERFORM
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TOR-DIRECTOS(I-EMP) > ZEROS
		   ADD 1 TO JEFES-CON-EQUIPO
	       END-IF
	   END-PERFORM.

       250-ARMA-DEPTOS.
	   MOVE ZEROS TO NUM-DEPTOS
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       MOVE ZEROS TO IDX-DEP
	       PERFORM VARYING I-DEP FROM 1 BY 1
		       UNTIL I-DEP > NUM-DEPTOS OR IDX-DEP > ZEROS
		   IF TOD-DEPTO(I-DEP) = TOR-DEPTO(I-EMP)
		       MOVE I-DEP TO IDX-DEP
		   END-IF
	       END-PERFORM
	       IF IDX-DEP = ZEROS AND NUM-DEPTOS < 100
		   ADD 1 TO NUM-DEPTOS
		   MOVE NUM-DEPTOS TO IDX-DEP
		   MOVE TOR-DEPTO(I-EMP) TO TOD-DEPTO(IDX-DEP)
		   MOVE "SIN DIRECCION" TO TOD-DIRECCION(IDX-DEP)
		   PERFORM VARYING I-CATDEP FROM 1 BY 1
			   UNTIL I-CATDEP > NUM-CATDEP
		       IF TCD-NOMBRE(I-CATDEP) = TOR-DEPTO(I-EMP)
			       AND TCD-DIRECCION(I-CATDEP) NOT = SPACES
			   MOVE TCD-DIRECCION(I-CATDEP)
			       TO TOD-DIRECCION(IDX-DEP)
		       END-IF
		   END-PERFORM
		   MOVE ZEROS TO TOD-EMPLEADOS(IDX-DEP)
		   MOVE ZEROS TO TOD-NOMINA(IDX-DEP)
	       END-IF
	       IF IDX-DEP > ZEROS
		   ADD 1 TO TOD-EMPLEADOS(IDX-DEP)
		   ADD TOR-SUELDO(I-EMP) TO TOD-NOMINA(IDX-DEP)
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-DEP FROM 1 BY 1 UNTIL I-DEP > NUM-DEPTOS
	       PERFORM VARYING J-DEP FROM I-DEP BY 1
		       UNTIL J-DEP > NUM-DEPTOS
		   IF TOD-DIRECCION(J-DEP) < TOD-DIRECCION(I-DEP)
			   OR (TOD-DIRECCION(J-DEP) =
			       TOD-DIRECCION(I-DEP)
			   AND TOD-DEPTO(J-DEP) < TOD-DEPTO(I-DEP))
		       MOVE TOD-ENTRADA(I-DEP) TO TOD-AUXILIAR
		       MOVE TOD-ENTRADA(J-DEP) TO TOD-ENTRADA(I-DEP)
		       MOVE TOD-AUXILIAR TO TOD-ENTRADA(J-DEP)
		   END-IF
	       END-PERFORM
	   END-PERFORM.

       300-IMPRIME-DEPTO.
	   IF I-DEP = 1 OR TOD-DIRECCION(I-DEP) NOT = W-DIR-ANTERIOR
	       IF I-DEP > 1
		   PERFORM 420-TOTAL-DIRECCION
	       END-IF
	       MOVE TOD-DIRECCION(I-DEP) TO W-DIR-ANTERIOR
	       MOVE ZEROS TO W-DIR-EMPLEADOS W-DIR-NOMINA
	       MOVE TOD-DIRECCION(I-DEP) TO DIRECCION-O
	       WRITE LINEA FROM LINEA-DIRECCION
	   END-IF
	   MOVE TOD-DEPTO(I-DEP) TO W-DEPTO DEPTO-O
	   WRITE LINEA FROM LINEA-DEPTO
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TOR-DEPTO(I-EMP) = W-DEPTO
		       AND TOR-IMPRESO(I-EMP) = ZEROS
		   MOVE TOR-IDX-JEFE(I-EMP) TO J-EMP
		   IF J-EMP = ZEROS
		       PERFORM 320-IMPRIME-RAMA
		   ELSE
		       IF TOR-DEPTO(J-EMP) NOT = W-DEPTO
			   PERFORM 320-IMPRIME-RAMA
		       END-IF
		   END-IF
	       END-IF
	   END-PERFORM
	   PERFORM VARYING I-EMP FROM 1 BY 1 UNTIL I-EMP > NUM-EMP
	       IF TOR-DEPTO(I-EMP) = W-DEPTO
		       AND TOR-IMPRESO(I-EMP) = ZEROS
		   PERFORM 380-IMPRIME-CICLO
	       END-IF
	   END-PERFORM
	   MOVE "TOTAL DEPTO" TO TOTAL-TEXTO
	   MOVE W-DEPTO TO TOTAL-NOMBRE
	   MOVE TOD-EMPLEADOS(I-DEP) TO TOTAL-EMPLEADOS
	   MOVE TOD-NOMINA(I-DEP) TO TOTAL-NOMINA
	   WRITE LINEA FROM LINEA-TOTAL
	   ADD TOD-EMPLEADOS(I-DEP) TO W-DIR-EMPLEADOS
	   ADD TOD-NOMINA(I-DEP) TO W-DIR-NOMINA.

       320-IMPRIME-RAMA.
	   MOVE 1 TO NUM-PILA
	   MOVE I-EMP TO TPI-IDX(1)
	   MOVE 1 TO TPI-NIVEL(1)
	   PERFORM UNTIL NUM-PILA = ZEROS
	       MOVE TPI-IDX(NUM-PILA) TO K-EMP
	       MOVE TPI-NIVEL(NUM-PILA) TO W-NIVEL
	       SUBTRACT 1 FROM NUM-PILA
	       IF TOR-IMPRESO(K-EMP) = ZEROS
		   PERFORM 340-LINEA-EMPLEADO
		   IF W-NIVEL = 1 AND TOR-IDX-JEFE(K-EMP) > ZEROS
		       PERFORM 360-LINEA-REPORTA
		   END-IF
		   PERFORM VARYING J-EMP FROM NUM-EMP BY -1
			   UNTIL J-EMP < 1
		       IF TOR-IDX-JEFE(J-EMP) = K-EMP
			       AND TOR-DEPTO(J-EMP) = W-DEPTO
			       AND TOR-IMPRESO(J-EMP) = ZEROS
			       AND NUM-PILA < 1000
			   ADD 1 TO NUM-PILA
			   MOVE J-EMP TO TPI-IDX(NUM-PILA)
			   COMPUTE TPI-NIVEL(NUM-PILA) = W-NIVEL + 1
		       END-IF
		   END-PERFORM
	       END-IF
	   END-PERFORM.

       340-LINEA-EMPLEADO.
	   MOVE 1 TO TOR-IMPRESO(K-EMP)
	   IF W-NIVEL > 10
	       MOVE 10 TO W-NIVEL
	   END-IF
	   COMPUTE W-POS = (W-NIVEL - 1) * 2 + 1
	   COMPUTE W-LARGO = 32 - W-POS
	   MOVE SPACES TO LINEA-ORG
	   MOVE SPACES TO ARBOL-O
	   MOVE TOR-ID(K-EMP) TO ARBOL-O(W-POS:8)
	   MOVE TOR-NOMBRE(K-EMP) TO ARBOL-O(W-POS + 9:W-LARGO)
	   MOVE TOR-DIRECTOS(K-EMP) TO DIRECTOS-O
	   MOVE TOR-TOTAL(K-EMP) TO TOTAL-O
	   MOVE TOR-NOM-DIR(K-EMP) TO NOM-DIR-O
	   MOVE TOR-NOM-TOT(K-EMP) TO NOM-TOT-O
	   WRITE LINEA FROM LINEA-ORG
	   ADD 1 TO LINEAS-ESCRITAS.

       360-LINEA-REPORTA.
	   MOVE TOR-IDX-JEFE(K-EMP) TO J-EMP
	   MOVE SPACES TO LINEA-ORG
	   MOVE SPACES TO ARBOL-O
	   STRING "   REPORTA A " DELIMITED BY SIZE
	       TOR-ID(J-EMP) DELIMITED BY SPACE
	       " " DELIMITED BY SIZE
	       TOR-NOMBRE(J-EMP) DELIMITED BY SIZE
	       INTO ARBOL-O
	   END-STRING
	   MOVE ZEROS TO DIRECTOS-O TOTAL-O NOM-DIR-O NOM-TOT-O
	   WRITE LINEA FROM LINEA-ORG.

       380-IMPRIME-CICLO.
	   MOVE I-EMP TO K-EMP
	   MOVE 1 TO W-NIVEL
	   PERFORM 340-LINEA-EMPLEADO
	   MOVE SPACES TO LINEA-ORG
	   MOVE SPACES TO ARBOL-O
	   STRING "   *** LINEA DE REPORTE CIRCULAR, JEFE "
		   DELIMITED BY SIZE
	       TOR-SUPERVISOR(K-EMP) DELIMITED BY SPACE
	       INTO ARBOL-O
	   END-STRING
	   MOVE ZEROS TO DIRECTOS-O TOTAL-O NOM-DIR-O NOM-TOT-O
	   WRITE LINEA FROM LINEA-ORG
	   ADD 1 TO LINEAS-CIRCULARES
	   MOVE TOR-ID(K-EMP) TO W-ALR-LLAVE
	   MOVE "LINEA DE REPORTE CIRCULAR" TO W-ALR-MENSAJE
	   PERFORM 180-ALERTA.

       420-TOTAL-DIRECCION.
	   MOVE "TOTAL DIRECCION" TO TOTAL-TEXTO
	   MOVE W-DIR-ANTERIOR TO TOTAL-NOMBRE
	   MOVE W-DIR-EMPLEADOS TO TOTAL-EMPLEADOS
	   MOVE W-DIR-NOMINA TO TOTAL-NOMINA
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-TOTAL
	   WRITE LINEA FROM LINEA-R3
	   ADD W-DIR-EMPLEADOS TO W-TOT-EMPLEADOS
	   ADD W-DIR-NOMINA TO W-TOT-NOMINA.

       500-FINAL.
	   MOVE "TOTAL GENERAL" TO TOTAL-TEXTO
	   MOVE W-CIA TO TOTAL-NOMBRE
	   MOVE W-TOT-EMPLEADOS TO TOTAL-EMPLEADOS
	   MOVE W-TOT-NOMINA TO TOTAL-NOMINA
	   WRITE LINEA FROM LINEA-TOTAL
	   WRITE LINEA FROM LINEA-R3
	   MOVE "EMPLEADOS ACTIVOS:" TO CTL-TEXTO
	   MOVE NUM-EMP TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-ORG
	   MOVE "JEFES CON COLABORADORES:" TO CTL-TEXTO
	   MOVE JEFES-CON-EQUIPO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-ORG
	   MOVE "SIN JEFE INMEDIATO REGISTRADO:" TO CTL-TEXTO
	   MOVE SIN-JEFE TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-ORG
	   MOVE "JEFE INEXISTENTE O DADO DE BAJA:" TO CTL-TEXTO
	   MOVE JEFE-INVALIDO TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-ORG
	   MOVE "LINEAS DE REPORTE CIRCULARES:" TO CTL-TEXTO
	   MOVE LINEAS-CIRCULARES TO CTL-CUENTA
	   WRITE LINEA FROM LINEA-CTL-ORG
	   PERFORM 600-ESCRIBE-RUNLOG
	   CLOSE EMPMAST
	   IF SW-EMPJEF = 1
	       CLOSE EMPJEF
	   END-IF
	   IF SW-SALMAST = 1
	       CLOSE SALMAST
	   END-IF
	   CLOSE REPORG.

       600-ESCRIBE-RUNLOG.
	   MOVE "ORGREP" TO RUNLOG-PROGRAMA
	   ACCEPT RUNLOG-FECHA FROM DATE
	   ACCEPT RUNLOG-HORA FROM TIME
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING RUNLOG-USUARIO
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   MOVE REG-LEIDOS TO RUNLOG-LEIDOS
	   MOVE LINEAS-ESCRITAS TO RUNLOG-ESCRITOS
	   OPEN EXTEND RUNLOG
	   IF RUNLOG-STATUS = "35"
	       OPEN OUTPUT RUNLOG
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.
