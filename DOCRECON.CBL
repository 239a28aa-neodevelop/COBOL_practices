	   02 DEPTO PIC X(15).
	   02 SUELDO PIC 9(4)V99.
	   02 SUELDO-X REDEFINES SUELDO PIC X(6).
	   02 CEDULA PIC X(10).
	   02 CED-VENCE PIC 9(8).
	   02 CERTIF PIC X(12).
	   02 CERT-VENCE PIC 9(8).
       FD DOCXREF.
       01 REG-DOCXREF.
	   03 XRF-REC-IDD PIC X(5).
