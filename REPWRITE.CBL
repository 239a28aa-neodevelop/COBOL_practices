	   02 DEPTO PIC X(15).
	   02 SUELDO PIC 9(4)V99.
	   02 SUELDO-X REDEFINES SUELDO PIC X(6).
	   02 CEDULA PIC X(10).
	   02 CED-VENCE PIC 9(8).
	   02 CERTIF PIC X(12).
	   02 CERT-VENCE PIC 9(8).
       01 REG-SAL-HDR.
	   02 SHDR-TIPO PIC X(3).
	   02 SHDR-ORIGEN PIC X(8).
	   02 SHDR-FECHA PIC 9(6).
	   02 SHDR-PERIODO PIC 9(6).
	   02 FILLER PIC X(134).
       01 REG-SAL-TRL.
	   02 STRL-TIPO PIC X(3).
	   02 STRL-CUENTA PIC 9(7).
	   02 STRL-HASH PIC 9(10)V99.
	   02 FILLER PIC X(135).
       SD SALORD.
       01 REGISTRO-SS.
	   02 IDD-SS  PIC X(5).
	   02 DIRECCION-SS PIC X(20).
	   02 DEPTO-SS PIC X(15).
	   02 SUELDO-SS PIC 9(4)V99.
	   02 CEDULA-SS PIC X(10).
	   02 CED-VENCE-SS PIC 9(8).
	   02 CERTIF-SS PIC X(12).
	   02 CERT-VENCE-SS PIC 9(8).
       FD SAL2.
       01 REGISTRO-S.
	   02 IDD-S  PIC X(5).
	   02 DIRECCION-S PIC X(20).
	   02 DEPTO-S PIC X(15).
	   02 SUELDO-S PIC 9(4)V99.
	   02 CEDULA-S PIC X(10).
	   02 CED-VENCE-S PIC 9(8).
	   02 CERTIF-S PIC X(12).
	   02 CERT-VENCE-S PIC 9(8).
       FD REPO
	    REPORT IS REPOR.
	    01 LINEA PIC X(115).
	       05 CKP-TEM-IDD   PIC X(05).
	       05 CKP-TEM-NOM   PIC X(12).
	       05 CKP-TEM-DEPTO PIC X(15).
	   03 CKP-NUM-CERT-VENCE PIC 99.
	   03 CKP-TABLA-CERT-VENCE OCCURS 50 TIMES.
	       05 CKP-TCV-IDD   PIC X(05).
	       05 CKP-TCV-NOM   PIC X(12).
	       05 CKP-TCV-DEPTO PIC X(15).
	       05 CKP-TCV-DOC   PIC X(06).
	       05 CKP-TCV-VENCE PIC 9(08).
	       05 CKP-TCV-DIAS  PIC S9(05).
       FD DOCXREF.
       01 REG-DOCXREF.
	   03 XRF-REC-IDD PIC X(5).
	    03 NOM-EMPMAST-EXC   PIC X(12).
	    03 FILLER PIC X(02) VALUE SPACES.
	    03 DEPTO-EMPMAST-EXC PIC X(15).
       01 W-HOY			PIC 9(8) VALUE ZEROS.
       01 W-INT-HOY		PIC 9(7) VALUE ZEROS.
       01 W-FECHA-VENCE		PIC 9(8) VALUE ZEROS.
       01 W-DOC-VENCE		PIC X(6) VALUE SPACES.
       01 W-DIAS		PIC S9(5) VALUE ZEROS.
       01 W-DIAS-ED		PIC ZZZZ9.
       01 DIAS-AVISO-CERT	PIC 999 VALUE 60.
       01 NUM-CERT-VENCE	PIC 99 VALUE ZEROS.
       01 IDX-CERT		PIC 99 VALUE ZEROS.
       01 TABLA-CERT-VENCE.
	    03 TCV-ENTRADA OCCURS 50 TIMES.
		05 TCV-IDD   PIC X(05).
		05 TCV-NOM   PIC X(12).
		05 TCV-DEPTO PIC X(15).
		05 TCV-DOC   PIC X(06).
		05 TCV-VENCE PIC 9(08).
		05 TCV-DIAS  PIC S9(05).
       01 ENCAB-CERT-VENCE PIC X(40) VALUE
	   "CERTIFICACIONES VENCIDAS O POR VENCER".
       01 LINEA-CERT-VENCE.
	    03 FILLER PIC X(05) VALUE SPACES.
	    03 IDD-CERT-EXC   PIC X(05).
	    03 FILLER PIC X(02) VALUE SPACES.
	    03 NOM-CERT-EXC   PIC X(12).
	    03 FILLER PIC X(02) VALUE SPACES.
	    03 DEPTO-CERT-EXC PIC X(15).
	    03 FILLER PIC X(02) VALUE SPACES.
	    03 DOC-CERT-EXC   PIC X(06).
	    03 FILLER PIC X(02) VALUE SPACES.
	    03 VENCE-CERT-EXC PIC 9(08).
	    03 FILLER PIC X(02) VALUE SPACES.
	    03 ESTADO-CERT-EXC PIC X(12).
	    03 DIAS-CERT-EXC  PIC ZZZZ9.
       01 W-ALR-PROGRAMA PIC X(10) VALUE "REPWRITE".
       01 W-ALR-SEVERIDAD PIC X VALUE "A".
       01 W-ALR-LLAVE PIC X(18) VALUE SPACES.
       01 W-ALR-MENSAJE PIC X(40) VALUE SPACES.
       01 LINEA-RFC-EXC.
	    03 FILLER PIC X(05) VALUE SPACES.
	    03 IDD-EXC   PIC X(05).

       100-INICIO.
	    ACCEPT PARM-LINEA FROM COMMAND-LINE
	    ACCEPT W-HOY FROM DATE
	    ADD 20000000 TO W-HOY
	    COMPUTE W-INT-HOY = FUNCTION INTEGER-OF-DATE(W-HOY)
	    UNSTRING PARM-LINEA DELIMITED BY SPACE
		INTO FILTRO-DIRECCION FILTRO-DEPTO
	    END-UNSTRING
		MOVE DEPTO-S TO DEPTO-DIRTEL
		MOVE TEL-S   TO TEL-DIRTEL
		WRITE LINEA-DIRTEL FROM LINEA-DIRTEL-DET
		IF CED-VENCE-S > ZEROS
		    MOVE "CEDULA" TO W-DOC-VENCE
		    MOVE CED-VENCE-S TO W-FECHA-VENCE
		    PERFORM 260-VERIFICA-VENCE
		END-IF
		IF CERT-VENCE-S > ZEROS
		    MOVE "CERTIF" TO W-DOC-VENCE
		    MOVE CERT-VENCE-S TO W-FECHA-VENCE
		    PERFORM 260-VERIFICA-VENCE
		END-IF
	    END-IF
	    IF GENERAR-DETALLE = "S"
		IF RFC-S = SPACES OR RFC-S(10:1) = SPACE
		    END-IF
	    END-READ.

       260-VERIFICA-VENCE.
	    COMPUTE W-DIAS = FUNCTION INTEGER-OF-DATE(W-FECHA-VENCE)
		- W-INT-HOY
	    IF W-DIAS NOT > DIAS-AVISO-CERT AND NUM-CERT-VENCE < 50
		ADD 1 TO NUM-CERT-VENCE
		MOVE IDD-S   TO TCV-IDD(NUM-CERT-VENCE)
		MOVE NOM-S   TO TCV-NOM(NUM-CERT-VENCE)
		MOVE DEPTO-S TO TCV-DEPTO(NUM-CERT-VENCE)
		MOVE W-DOC-VENCE TO TCV-DOC(NUM-CERT-VENCE)
		MOVE W-FECHA-VENCE TO TCV-VENCE(NUM-CERT-VENCE)
		MOVE W-DIAS TO TCV-DIAS(NUM-CERT-VENCE)
	    END-IF.
       300-LECTURA.
	    READ SAL2
		AT END
	    IF NUM-RFC-INVALIDO > 0
		MOVE 4 TO RETURN-CODE
	    END-IF
	    IF NUM-CERT-VENCE > 0
		PERFORM 630-IMPRIME-CERT-VENCE
		MOVE 4 TO RETURN-CODE
	    END-IF
	    PERFORM 720-LIMPIA-CHECKPOINT
	    PERFORM 620-ESCRIBE-RUNLOG
	    CLOSE SAL2 REPO DIRTEL
			    MOVE CKP-CUENTAS TO REG-GENERADOS
			MOVE CKP-NUM-RFC-INVALIDO TO NUM-RFC-INVALIDO
			MOVE CKP-NUM-EMPMAST-NOENC TO NUM-EMPMAST-NOENC
			MOVE CKP-NUM-CERT-VENCE TO NUM-CERT-VENCE
			    PERFORM VARYING IDX-RFC FROM 1 BY 1
				    UNTIL IDX-RFC > NUM-RFC-INVALIDO
				MOVE CKP-TRI-IDD(IDX-RFC)
				MOVE CKP-TEM-DEPTO(IDX-EMPMAST)
				    TO TEM-DEPTO(IDX-EMPMAST)
			    END-PERFORM
			    PERFORM VARYING IDX-CERT FROM 1 BY 1
				UNTIL IDX-CERT > NUM-CERT-VENCE
				MOVE CKP-TABLA-CERT-VENCE(IDX-CERT)
				    TO TCV-ENTRADA(IDX-CERT)
			    END-PERFORM
			END-IF
		END-READ
		CLOSE CHECKPT
		MOVE TEM-DEPTO(IDX-EMPMAST)
		    TO CKP-TEM-DEPTO(IDX-EMPMAST)
	    END-PERFORM
	    MOVE NUM-CERT-VENCE TO CKP-NUM-CERT-VENCE
	    PERFORM VARYING IDX-CERT FROM 1 BY 1
		    UNTIL IDX-CERT > NUM-CERT-VENCE
		MOVE TCV-ENTRADA(IDX-CERT)
		    TO CKP-TABLA-CERT-VENCE(IDX-CERT)
	    END-PERFORM
	    OPEN OUTPUT CHECKPT
	    WRITE REG-CKP
	    CLOSE CHECKPT.
	    MOVE ZEROS TO CKP-LEIDOS
	    MOVE ZEROS TO CKP-NUM-RFC-INVALIDO
	    MOVE ZEROS TO CKP-NUM-EMPMAST-NOENC
	    MOVE ZEROS TO CKP-NUM-CERT-VENCE
	    OPEN OUTPUT CHECKPT
	    WRITE REG-CKP
	    CLOSE CHECKPT.
		WRITE LINEA FROM LINEA-EMPMAST-EXC
	    END-PERFORM.

       630-IMPRIME-CERT-VENCE.
	    WRITE LINEA FROM ENCAB-CERT-VENCE AFTER ADVANCING 2 LINES
	    PERFORM VARYING IDX-CERT FROM 1 BY 1
		    UNTIL IDX-CERT > NUM-CERT-VENCE
		MOVE TCV-IDD(IDX-CERT)   TO IDD-CERT-EXC
		MOVE TCV-NOM(IDX-CERT)   TO NOM-CERT-EXC
		MOVE TCV-DEPTO(IDX-CERT) TO DEPTO-CERT-EXC
		MOVE TCV-DOC(IDX-CERT)   TO DOC-CERT-EXC
		MOVE TCV-VENCE(IDX-CERT) TO VENCE-CERT-EXC
		MOVE TCV-DIAS(IDX-CERT)  TO W-DIAS
		IF W-DIAS < ZEROS
		    MOVE "VENCIDA" TO ESTADO-CERT-EXC
		    MOVE ZEROS TO DIAS-CERT-EXC
		ELSE
		    MOVE "POR VENCER" TO ESTADO-CERT-EXC
		    MOVE W-DIAS TO DIAS-CERT-EXC
		END-IF
		WRITE LINEA FROM LINEA-CERT-VENCE
		PERFORM 640-ALERTA-CERT
	    END-PERFORM.

       640-ALERTA-CERT.
	    MOVE SPACES TO W-ALR-LLAVE
	    STRING TCV-IDD(IDX-CERT) DELIMITED BY SIZE
		TCV-DOC(IDX-CERT)(1:2) DELIMITED BY SIZE
		TCV-VENCE(IDX-CERT) DELIMITED BY SIZE
		INTO W-ALR-LLAVE
	    END-STRING
	    MOVE SPACES TO W-ALR-MENSAJE
	    IF W-DIAS < ZEROS
		MOVE "C" TO W-ALR-SEVERIDAD
		STRING TCV-DOC(IDX-CERT) DELIMITED BY SIZE
		    " VENCIDA EL " DELIMITED BY SIZE
		    TCV-VENCE(IDX-CERT) DELIMITED BY SIZE
		    INTO W-ALR-MENSAJE
		END-STRING
	    ELSE
		MOVE "A" TO W-ALR-SEVERIDAD
		MOVE W-DIAS TO W-DIAS-ED
		STRING TCV-DOC(IDX-CERT) DELIMITED BY SIZE
		    " VENCE EN " DELIMITED BY SIZE
		    W-DIAS-ED DELIMITED BY SIZE
		    " DIAS" DELIMITED BY SIZE
		    INTO W-ALR-MENSAJE
		END-STRING
	    END-IF
	    CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
		W-ALR-LLAVE W-ALR-MENSAJE.
       9999-ERROR-ARCHIVO.
	    CALL "FILERR" USING ERR-PROGRAMA ERR-ARCHIVO ERR-STATUS
		ERR-PARRAFO W-REG-LEIDOS
