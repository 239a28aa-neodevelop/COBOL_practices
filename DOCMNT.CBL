	   02 DIRECCION PIC X(20).
	   02 DEPTO PIC X(15).
	   02 SUELDO PIC 9(4)V99.
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
       FD ESPVAL.
       01 REG-ESPVAL PIC X(16).
       FD RUNLOG.
       01 J-DOC PIC 9(3) VALUE ZEROS.
       01 IDX-DOC PIC 9(3) VALUE ZEROS.
       01 TABLA-DOCS.
	   03 TD-REGISTRO OCCURS 500 TIMES PIC X(157).
       01 W-REG-DOC PIC X(157) VALUE SPACES.
       01 NUM-ESPS PIC 99 VALUE ZEROS.
       01 I-ESP PIC 99 VALUE ZEROS.
       01 SW-ESP-VALIDA PIC 9 VALUE ZEROS.
       01 TABLA-ESPS.
	   03 TE-ESP OCCURS 30 TIMES PIC X(16).
       01 HASH-SAL PIC 9(10)V99 VALUE ZEROS.
       01 W-FECHA PIC 9(8) VALUE ZEROS.
       01 W-FECHA-R REDEFINES W-FECHA.
	   03 W-FEC-ANO PIC 9(4).
	   03 W-FEC-MES PIC 99.
	   03 W-FEC-DIA PIC 99.
       SCREEN SECTION.
       COPY "DOCMNT.ss".

	       MOVE DIRECCION TO DOC-DIRECCION
	       MOVE DEPTO TO DOC-DEPTO
	       MOVE SUELDO TO DOC-SUELDO
	       MOVE CEDULA TO DOC-CEDULA
	       MOVE CED-VENCE TO DOC-CED-VENCE
	       MOVE CERTIF TO DOC-CERTIF
	       MOVE CERT-VENCE TO DOC-CERT-VENCE
	   ELSE
	       MOVE SPACES TO DOC-APAT DOC-AMAT DOC-NOM
	       MOVE SPACES TO DOC-SEX DOC-ESP DOC-RFC
	       MOVE SPACES TO DOC-DIRECCION DOC-DEPTO DOC-TEL
	       MOVE SPACES TO DOC-CEDULA DOC-CERTIF
	       MOVE ZEROS TO DOC-EDAD DOC-SUELDO
	       MOVE ZEROS TO DOC-CED-VENCE DOC-CERT-VENCE
	   END-IF.

       220-PANTALLA.
		   MOVE "ERROR: ESPECIALIDAD NO RECONOCIDA"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S"
	       IF DOC-CEDULA = SPACES
		   MOVE "N" TO W-CAMPOS-VALIDOS
		   MOVE "ERROR: FALTA LA CEDULA PROFESIONAL"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S"
	       MOVE DOC-CED-VENCE TO W-FECHA
	       PERFORM 235-VALIDA-FECHA
	       IF W-CAMPOS-VALIDOS NOT = "S"
		   MOVE "ERROR: VIGENCIA DE CEDULA INVALIDA"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S"
	       IF DOC-CERTIF = SPACES AND DOC-CERT-VENCE NOT = ZEROS
		   MOVE "N" TO W-CAMPOS-VALIDOS
		   MOVE "ERROR: VIGENCIA SIN CERTIFICACION"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S"
	       IF DOC-CERTIF NOT = SPACES AND DOC-CERT-VENCE = ZEROS
		   MOVE "N" TO W-CAMPOS-VALIDOS
		   MOVE "ERROR: FALTA VIGENCIA DE CERTIFICACION"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF
	   IF W-CAMPOS-VALIDOS = "S"
	       MOVE DOC-CERT-VENCE TO W-FECHA
	       PERFORM 235-VALIDA-FECHA
	       IF W-CAMPOS-VALIDOS NOT = "S"
		   MOVE "ERROR: VIGENCIA DE CERTIF. INVALIDA"
		       TO W-MSG-ERROR
	       END-IF
	   END-IF.

       235-VALIDA-FECHA.
	   IF W-FECHA NOT = ZEROS
	       IF W-FEC-MES < 1 OR W-FEC-MES > 12
		       OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
		       OR W-FEC-ANO < 1950
		   MOVE "N" TO W-CAMPOS-VALIDOS
	       END-IF
	   END-IF.

       240-ARMA-REGISTRO.
	   MOVE DOC-DIRECCION TO DIRECCION
	   MOVE DOC-DEPTO TO DEPTO
	   MOVE DOC-SUELDO TO SUELDO
	   MOVE DOC-CEDULA TO CEDULA
	   MOVE DOC-CED-VENCE TO CED-VENCE
	   MOVE DOC-CERTIF TO CERTIF
	   MOVE DOC-CERT-VENCE TO CERT-VENCE
	   MOVE REGISTRO TO W-REG-DOC.

       300-ALTA.
