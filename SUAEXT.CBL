       FILE-CONTROL.
	   SELECT SALIDA ASSIGN TO "SALIDA"
	       FILE STATUS IS SALIDA-STATUS.
	   SELECT EMPMAST ASSIGN TO "EMPMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS EMP-REC-ID
	       FILE STATUS IS EMPMAST-STATUS.
	   SELECT SALMAST ASSIGN TO "SALMAST"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS SAL-REC-LLAVE
	       FILE STATUS IS SALMAST-STATUS.
	   SELECT EMPSEG ASSIGN TO "EMPSEG"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS HIS-LLAVE
	       FILE STATUS IS HISTNOM-STATUS.
	   SELECT IMSSDET ASSIGN TO "IMSSDET"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
	       RECORD KEY IS IMD-LLAVE
	       FILE STATUS IS IMSSDET-STATUS.
	   SELECT INCAPAC ASSIGN TO "INCAPAC"
	       ORGANIZATION IS INDEXED
	       ACCESS MODE IS DYNAMIC
       DATA DIVISION.
       FILE SECTION.
       FD SALIDA.
       01 REG-SAL-ARCH PIC X(68).
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD SALMAST.
       COPY "SALMAST.wks".
       FD EMPSEG.
       COPY "EMPSEGR.wks".
       FD HISTNOM.
       COPY "HISTNOM.wks".
       FD INCAPAC.
       COPY "INCAPAC.wks".
       FD IMSSDET.
       COPY "IMSSDET.wks".
       FD SUAARCH.
       01 REG-SUA PIC X(80).
       FD SUAEXC.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "SUAEXT".
       01 W-ENM-TIPO PIC X(5) VALUE SPACES.
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       01 REG-SAL.
	   03 EMPLEADO-ID-S PIC X(08).
	   03 NOMBRE-S PIC X(30).
	   03 DEPTO-S PIC X(15).
	   03 SUELDO-S PIC 9(05)V99.
	   03 PERIODO-S PIC 9(08).
       01 SALIDA-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 SALMAST-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-SALMAST PIC 9 VALUE ZEROS.
       01 SW-EN-CIA PIC 9 VALUE ZEROS.
       01 SW-MODO-HIS PIC 9 VALUE ZEROS.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 W-MES-PARM PIC 9(06) VALUE ZEROS.
       01 REG-OTRA-CIA PIC 9(07) VALUE ZEROS.
       01 EMPSEG-STATUS PIC XX.
       01 HISTNOM-STATUS PIC XX.
       01 IMSSDET-STATUS PIC XX.
       01 SW-IMSSDET PIC 9 VALUE ZEROS.
       01 W-DIAS-AUS PIC 99 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-HISTORIA PIC 9 VALUE ZEROS.
       01 REG-EXCLUIDOS PIC 9(07) VALUE ZEROS.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS     PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO     PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       01 INCAPAC-STATUS PIC XX.
	   03 SUA-P-SUELDO PIC 9(05)V99.
	   03 SUA-P-CUOTA PIC 9(05)V99.
	   03 SUA-P-DIAS PIC 99.
	   03 SUA-P-EXCEDENTE PIC 9(05)V99.
	   03 SUA-P-PREST-DINERO PIC 9(05)V99.
	   03 SUA-P-GASTOS-PENS PIC 9(05)V99.
	   03 SUA-P-INV-VIDA PIC 9(05)V99.
	   03 SUA-P-CES-VEJEZ PIC 9(05)V99.
	   03 FILLER PIC X(08) VALUE SPACES.
       01 ENCABEZADO-EXC.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(40) VALUE
	   03 CTL-EXTRAIDOS PIC ZZZ,ZZ9.
	   03 FILLER PIC X(14) VALUE "   EXCLUIDOS: ".
	   03 CTL-EXCLUIDOS PIC ZZZ,ZZ9.
       01 LINEA-CTL-CIA.
	   03 FILLER PIC X(05) VALUE SPACES.
	   03 FILLER PIC X(33) VALUE
	      "NOMINAS DE OTRA COMPANIA:        ".
	   03 CTL-OTRA-CIA PIC ZZZ,ZZ9.
       01 LINEA-R3 PIC X(80) VALUE ALL "==".

       PROCEDURE DIVISION.
       000-INICIO.
	   MOVE ZEROS TO RETURN-CODE
	   CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
	   MOVE SPACES TO PARM-PERIODO
	   ACCEPT PARM-PERIODO FROM COMMAND-LINE
	   MOVE ZEROS TO SW-MODO-HIS
	   IF PARM-PERIODO(1:6) NUMERIC
	       MOVE 1 TO SW-MODO-HIS
	       MOVE PARM-PERIODO(1:6) TO W-MES-PARM
	   END-IF
	   MOVE ZEROS TO SW-HISTORIA
	   OPEN INPUT HISTNOM
	   IF HISTNOM-STATUS = "00"
	       MOVE 1 TO SW-HISTORIA
	   END-IF
	   IF SW-MODO-HIS = 1
	       IF SW-HISTORIA = ZEROS
		   DISPLAY "SUAEXT: NO SE PUDO ABRIR HISTNOM "
		       HISTNOM-STATUS
		   MOVE 8 TO RETURN-CODE
		   GOBACK
	       END-IF
	       PERFORM 020-ABRE-MAESTROS
	   ELSE
	       OPEN INPUT SALIDA
	       IF SALIDA-STATUS NOT = "00"
		   DISPLAY "SUAEXT: NO SE PUDO ABRIR SALIDA "
		       SALIDA-STATUS
		   IF SW-HISTORIA = 1
		       CLOSE HISTNOM
		   END-IF
		   MOVE 8 TO RETURN-CODE
		   GOBACK
	       END-IF
	   END-IF
	   OPEN INPUT EMPSEG
	   IF EMPSEG-STATUS NOT = "00"
	       DISPLAY "SUAEXT: NO SE PUDO ABRIR EMPSEG " EMPSEG-STATUS
	       PERFORM 700-CIERRA-ENTRADA
	       IF SW-HISTORIA = 1
		   CLOSE HISTNOM
	       END-IF
	       MOVE 8 TO RETURN-CODE
	       GOBACK
	   END-IF
	   MOVE ZEROS TO SW-IMSSDET
	   OPEN INPUT IMSSDET
	   IF IMSSDET-STATUS = "00"
	       MOVE 1 TO SW-IMSSDET
	   END-IF
	   PERFORM 050-CARGA-INCAPACIDADES
	   OPEN OUTPUT SUAARCH
	   WRITE LINEA FROM ENCABEZADO-EXC
	   WRITE LINEA FROM LINEA-R3
	   PERFORM 100-LECTURA
	   IF SW-MODO-HIS = 1
	       COMPUTE PERIODO-RPT = W-MES-PARM * 100
	   ELSE
	       IF SW NOT = 1
		   MOVE PERIODO-S TO PERIODO-RPT
	       END-IF
	   END-IF
	   PERFORM 200-PROCESO UNTIL SW = 1
	   PERFORM 400-LISTA-INCAPACIDADES
	   MOVE REG-EXCLUIDOS TO CTL-EXCLUIDOS
	   WRITE LINEA FROM LINEA-R3
	   WRITE LINEA FROM LINEA-CTL-SUA
	   IF SW-MODO-HIS = 1
	       MOVE REG-OTRA-CIA TO CTL-OTRA-CIA
	       WRITE LINEA FROM LINEA-CTL-CIA
	   END-IF
	   IF REG-EXCLUIDOS > ZEROS
	       MOVE 4 TO RETURN-CODE
	   END-IF
	   PERFORM 600-ESCRIBE-RUNLOG
	   PERFORM 700-CIERRA-ENTRADA
	   CLOSE EMPSEG
	   IF SW-HISTORIA = 1
	       CLOSE HISTNOM
	   END-IF
	   IF SW-IMSSDET = 1
	       CLOSE IMSSDET
	   END-IF
	   CLOSE SUAARCH
	   CLOSE SUAEXC
	   GOBACK.
	       CLOSE INCAPAC
	   END-IF.

       020-ABRE-MAESTROS.
	   MOVE ZEROS TO SW-EMPMAST
	   OPEN INPUT EMPMAST
	   IF EMPMAST-STATUS = "00"
	       MOVE 1 TO SW-EMPMAST
	   END-IF
	   MOVE ZEROS TO SW-SALMAST
	   OPEN INPUT SALMAST
	   IF SALMAST-STATUS = "00"
	       MOVE 1 TO SW-SALMAST
	   END-IF.

       100-LECTURA.
	   IF SW-MODO-HIS = 1
	       PERFORM 110-LEE-HISTORIA
	   ELSE
	       READ SALIDA
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       ADD 1 TO REG-LEIDOS
		       MOVE REG-SAL-ARCH TO REG-SAL
	       END-READ
	   END-IF.

       110-LEE-HISTORIA.
	   MOVE ZEROS TO SW-EN-CIA
	   PERFORM UNTIL SW = 1 OR SW-EN-CIA = 1
	       READ HISTNOM NEXT
		   AT END
		       MOVE 1 TO SW
		   NOT AT END
		       IF HIS-PERIODO(1:6) = W-MES-PARM
			   ADD 1 TO REG-LEIDOS
			   PERFORM 120-VERIFICA-CIA
			   IF SW-EN-CIA = ZEROS
			       ADD 1 TO REG-OTRA-CIA
			   END-IF
		       END-IF
	       END-READ
	   END-PERFORM
	   IF SW-EN-CIA = 1
	       MOVE HIS-EMPLEADO-ID TO EMPLEADO-ID-S
	       MOVE HIS-DEPTO TO DEPTO-S
	       MOVE HIS-SUELDO TO SUELDO-S
	       MOVE HIS-PERIODO TO PERIODO-S
	       MOVE SPACES TO NOMBRE-S
	       IF SW-EMPMAST = 1
		   MOVE HIS-EMPLEADO-ID TO EMP-REC-ID
		   READ EMPMAST
		       NOT INVALID KEY
			   MOVE EMP-REC-NOMBRE TO NOMBRE-S
		   END-READ
	       END-IF
	   END-IF.

       120-VERIFICA-CIA.
	   MOVE 1 TO SW-EN-CIA
	   IF SW-SALMAST = 1
	       MOVE ZEROS TO SW-EN-CIA
	       MOVE HIS-EMPLEADO-ID TO SAL-REC-ID
	       MOVE ZEROS TO SAL-REC-FECHA-VIG
	       START SALMAST KEY IS NOT LESS THAN SAL-REC-LLAVE
		   NOT INVALID KEY
		       READ SALMAST NEXT
			   NOT AT END
			       IF SAL-REC-ID = HIS-EMPLEADO-ID
				   MOVE 1 TO SW-EN-CIA
			       END-IF
		       END-READ
	       END-START
	   END-IF.

       200-PROCESO.
	   MOVE EMPLEADO-ID-S TO SEG-REC-ID
	       MOVE SUELDO-S TO SUA-P-SUELDO
	   END-IF
	   MOVE W-IMSS TO SUA-P-CUOTA
	   MOVE CUO-EXCEDENTE TO SUA-P-EXCEDENTE
	   MOVE CUO-PREST-DINERO TO SUA-P-PREST-DINERO
	   MOVE CUO-GASTOS-PENS TO SUA-P-GASTOS-PENS
	   MOVE CUO-INV-VIDA TO SUA-P-INV-VIDA
	   MOVE CUO-CES-VEJEZ TO SUA-P-CES-VEJEZ
	   PERFORM 320-DIAS-PAGADOS
	   MOVE W-DIAS-PAGO TO SUA-P-DIAS
	   WRITE REG-SUA FROM REG-SUA-PAGO.
		   PERFORM 330-CORRESPONDE-QNA
		   IF TIC-PERIODO(I-ICP) = PERIODO-RPT(1:6)
			   AND SW-ICP-APLICA = 1
		       MOVE "NSS" TO W-ENM-TIPO
		       MOVE TIC-FOLIO(I-ICP) TO W-ENM-LLAVE
		       MOVE TIC-NSS(I-ICP) TO W-ENM-VALOR
		       CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO
			   W-ENM-LLAVE W-ENM-VALOR W-ENM-RESULTADO
		       MOVE W-ENM-RESULTADO TO NSS-I
		       MOVE TIC-FOLIO(I-ICP) TO FOLIO-I
		       MOVE TIC-FECHA(I-ICP) TO FECHA-I
		       MOVE TIC-DIAS(I-ICP) TO DIAS-I

       310-OBTIENE-CUOTA.
	   MOVE ZEROS TO W-IMSS
	   INITIALIZE CUO-IMSS
	   IF SW-MODO-HIS = 1
	       MOVE HIS-IMSS TO W-IMSS
	       PERFORM 315-CUOTAS-POR-RAMO
	   ELSE
	       PERFORM 312-CUOTA-SALIDA
	   END-IF.

       312-CUOTA-SALIDA.
	   IF SW-HISTORIA = 1
	       MOVE EMPLEADO-ID-S TO HIS-EMPLEADO-ID
	       MOVE PERIODO-S TO HIS-PERIODO
	       READ HISTNOM
		   INVALID KEY
		       CALL "DEDUCCION" USING SUELDO-S W-IMPUESTO
			   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S
			   PERIODO-S W-DIAS-AUS CUO-IMSS W-SUBSIDIO
		   NOT INVALID KEY
		       MOVE HIS-IMSS TO W-IMSS
		       PERFORM 315-CUOTAS-POR-RAMO
	       END-READ
	   ELSE
	       CALL "DEDUCCION" USING SUELDO-S W-IMPUESTO
		   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S
		   PERIODO-S W-DIAS-AUS CUO-IMSS W-SUBSIDIO
	   END-IF.

       315-CUOTAS-POR-RAMO.
	   IF SW-IMSSDET = 1
	       MOVE EMPLEADO-ID-S TO IMD-EMPLEADO-ID
	       MOVE PERIODO-S TO IMD-PERIODO
	       READ IMSSDET
		   INVALID KEY
		       CONTINUE
		   NOT INVALID KEY
		       MOVE IMD-EXCEDENTE TO CUO-EXCEDENTE
		       MOVE IMD-PREST-DINERO TO CUO-PREST-DINERO
		       MOVE IMD-GASTOS-PENS TO CUO-GASTOS-PENS
		       MOVE IMD-INV-VIDA TO CUO-INV-VIDA
		       MOVE IMD-CES-VEJEZ TO CUO-CES-VEJEZ
	       END-READ
	   END-IF.

       600-ESCRIBE-RUNLOG.
	   END-IF
	   WRITE REG-RUNLOG
	   CLOSE RUNLOG.

       700-CIERRA-ENTRADA.
	   IF SW-MODO-HIS = 1
	       IF SW-EMPMAST = 1
		   CLOSE EMPMAST
	       END-IF
	       IF SW-SALMAST = 1
		   CLOSE SALMAST
	       END-IF
	   ELSE
	       CLOSE SALIDA
	   END-IF.
