       01 REG-ESCRITOS PIC 9(07) VALUE ZEROS.
       01 REG-NO-ENC PIC 9(05) VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 W-PER-MES PIC 9(06) VALUE ZEROS.
       01 W-BRUTO-NVO PIC 9(05)V99 VALUE ZEROS.
       01 W-DESC-NVO PIC 9(05)V99 VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE 30.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO-ANT PIC S9(06)V99 VALUE ZEROS.
       01 W-NETO-NVO PIC S9(06)V99 VALUE ZEROS.
	   MOVE RTA-PERIODO(1:6) TO W-PER-MES
	   COMPUTE W-FECHA-CALC = W-PER-MES * 100 + 1
	   CALL "DEDUCCION" USING W-BRUTO-NVO W-IMPUESTO
	       W-IMSS W-NETO W-FECHA-CALC RTA-EMPLEADO-ID RTA-PERIODO
	       HIS-DIAS-INC CUO-IMSS W-SUBSIDIO
	   COMPUTE W-NETO-ANT = HIS-SUELDO - HIS-ISR - HIS-IMSS
	   COMPUTE W-NETO-NVO = W-BRUTO-NVO - W-IMPUESTO - W-IMSS
	   COMPUTE W-DIF = W-NETO-NVO - W-NETO-ANT
