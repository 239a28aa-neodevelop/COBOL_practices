	   03 FILLER PIC X(24) VALUE "ENTRESUB    ENTRADA.RSB".
	   03 FILLER PIC X(24) VALUE "ENTPEND     ENTPEND".
	   03 FILLER PIC X(24) VALUE "LIBRONOM    LIBRONOM".
	   03 FILLER PIC X(24) VALUE "CTLDISP     CTLDISP".
	   03 FILLER PIC X(24) VALUE "CTLREP      CTLREP".
	   03 FILLER PIC X(24) VALUE "ENTEXC      ENTRADA.EXC".
	   03 FILLER PIC X(24) VALUE "ENTGREP     ENTGEN.REP".
	   03 FILLER PIC X(24) VALUE "PRIMAVAC    PRIMAVAC".
	   03 FILLER PIC X(24) VALUE "PVAREP      PVAREP".
	   03 FILLER PIC X(24) VALUE "VALPED      VALPED".
	   03 FILLER PIC X(24) VALUE "VALREP      VALREP".
	   03 FILLER PIC X(24) VALUE "INCREP      INCREP".
	   03 FILLER PIC X(24) VALUE "CONCREP     CONCREP".
	   03 FILLER PIC X(24) VALUE "SALMAST     SALMAST".
       01 TABLA-ARCHIVOS-R REDEFINES TABLA-ARCHIVOS.
	   03 ARCH-ENTRADA OCCURS 41 TIMES.
	       05 ARCH-LLAVE PIC X(12).
	       05 ARCH-BASE PIC X(12).
       LINKAGE SECTION.
	   MOVE W-CIA TO LK-CIA
	   MOVE W-NOMBRE TO LK-CIA-NOMBRE
	   PERFORM 100-PONE-AMBIENTE
	       VARYING I-ARCH FROM 1 BY 1 UNTIL I-ARCH > 41
	   GOBACK.

       100-PONE-AMBIENTE.
