       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
	   SELECT USUARIOS ASSIGN TO "USUARIOS"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS USR-REC-ID
	       FILE STATUS IS USUARIOS-STATUS.
	   SELECT ACCDATOS ASSIGN TO "ACCDATOS"
	       FILE STATUS IS ACCDATOS-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD USUARIOS.
       01 REG-USUARIO.
	   03 USR-REC-ID PIC X(8).
	   03 USR-REC-PASSWORD PIC X(8).
	   03 USR-REC-NIVEL PIC 9.
       FD ACCDATOS.
       COPY "ACCDATOS.wks".
       WORKING-STORAGE SECTION.
       01 USUARIOS-STATUS PIC XX.
       01 ACCDATOS-STATUS PIC XX.
       01 SW-CARGADO PIC 9 VALUE ZEROS.
       01 W-USUARIO PIC X(8) VALUE SPACES.
       01 W-NIVEL PIC 9 VALUE ZEROS.
       01 W-NIVEL-COMPLETO PIC 9 VALUE 4.
       01 W-LARGO PIC 99 VALUE ZEROS.
       01 W-VISIBLES PIC 99 VALUE ZEROS.
       01 W-I PIC 99 VALUE ZEROS.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       LINKAGE SECTION.
       01 LK-PROGRAMA PIC X(10).
       01 LK-TIPO PIC X(5).
       01 LK-LLAVE PIC X(18).
       01 LK-VALOR PIC X(18).
       01 LK-RESULTADO PIC X(18).
       PROCEDURE DIVISION USING LK-PROGRAMA LK-TIPO LK-LLAVE
	   LK-VALOR LK-RESULTADO.
       000-ENMASCARA.
	   MOVE LK-VALOR TO LK-RESULTADO
	   IF LK-VALOR NOT = SPACES
	       IF SW-CARGADO = 0
		   PERFORM 100-CARGA-NIVEL
	       END-IF
	       IF W-NIVEL < W-NIVEL-COMPLETO
		   PERFORM 200-OCULTA
	       ELSE
		   PERFORM 300-REGISTRA-ACCESO
	       END-IF
	   END-IF
	   GOBACK.

       100-CARGA-NIVEL.
	   MOVE 1 TO SW-CARGADO
	   MOVE RETURN-CODE TO W-RC-GUARDA
	   CALL "SESUSR" USING W-USUARIO
	   MOVE "NIVEL-DATOS" TO W-PRM-CODIGO
	   MOVE ZEROS TO W-PRM-ENC
	   CALL "PARAMGET" USING W-PRM-CODIGO W-PRM-VALOR W-PRM-ENC
	   MOVE W-RC-GUARDA TO RETURN-CODE
	   IF W-PRM-ENC = 1 AND W-PRM-VALOR > ZEROS
	       MOVE W-PRM-VALOR TO W-NIVEL-COMPLETO
	   END-IF
	   MOVE ZEROS TO W-NIVEL
	   OPEN INPUT USUARIOS
	   IF USUARIOS-STATUS = "00"
	       MOVE W-USUARIO TO USR-REC-ID
	       READ USUARIOS
		   NOT INVALID KEY
		       MOVE USR-REC-NIVEL TO W-NIVEL
	       END-READ
	       CLOSE USUARIOS
	   END-IF.

       200-OCULTA.
	   MOVE ZEROS TO W-LARGO
	   PERFORM VARYING W-I FROM 18 BY -1
		   UNTIL W-I = 0 OR W-LARGO > 0
	       IF LK-VALOR(W-I:1) NOT = SPACE
		   MOVE W-I TO W-LARGO
	       END-IF
	   END-PERFORM
	   MOVE 4 TO W-VISIBLES
	   IF W-LARGO < 8
	       COMPUTE W-VISIBLES = W-LARGO / 2
	   END-IF
	   PERFORM VARYING W-I FROM 1 BY 1
		   UNTIL W-I > W-LARGO - W-VISIBLES
	       MOVE "*" TO LK-RESULTADO(W-I:1)
	   END-PERFORM.

       300-REGISTRA-ACCESO.
	   ACCEPT ACD-FECHA FROM DATE
	   ACCEPT ACD-HORA FROM TIME
	   MOVE W-USUARIO TO ACD-USUARIO
	   MOVE LK-PROGRAMA TO ACD-PROGRAMA
	   MOVE LK-TIPO TO ACD-TIPO
	   MOVE LK-LLAVE TO ACD-LLAVE
	   OPEN EXTEND ACCDATOS
	   IF ACCDATOS-STATUS = "35"
	       OPEN OUTPUT ACCDATOS
	   END-IF
	   IF ACCDATOS-STATUS = "00"
	       WRITE REG-ACCDATOS
	       CLOSE ACCDATOS
	   END-IF.
