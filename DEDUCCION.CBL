               05 TT-SUBSIDIO PIC 9(03)V99.
       01 W-EXCEDENTE PIC 9(05)V99 VALUE ZEROS.
       01 W-ISR PIC S9(07)V99 VALUE ZEROS.
       01 W-ISR-CAUSADO PIC S9(07)V99 VALUE ZEROS.
       01 W-PRM-CODIGO PIC X(12) VALUE SPACES.
       01 W-PRM-VALOR PIC 9(7)V99 VALUE ZEROS.
       01 W-PRM-ENC PIC 9 VALUE ZEROS.
       01 FACTOR-INTEGRA PIC 9V9999 VALUE 1.0452.
       01 W-DIAS-PER PIC 99 VALUE ZEROS.
       01 W-PERIODO PIC 9(08) VALUE ZEROS.
       01 W-PERIODO-R REDEFINES W-PERIODO.
           03 W-PER-ANOMES PIC 9(06).
           03 W-PER-QNA PIC 99.
       LINKAGE SECTION.
       01 LK-SUELDO    PIC 9(05)V99.
       01 LK-IMPUESTO  PIC 9(05)V99.
       01 LK-IMSS      PIC 9(05)V99.
       01 LK-NETO      PIC 9(05)V99.
       01 LK-FECHA-CALC PIC 9(08).
       01 LK-EMPLEADO-ID PIC X(08).
       01 LK-PERIODO   PIC 9(08).
       01 LK-DIAS-AUS  PIC 99.
       COPY "CUOIMSS.wks".
       01 LK-SUBSIDIO  PIC 9(05)V99.
       PROCEDURE DIVISION USING LK-SUELDO LK-IMPUESTO LK-IMSS
           LK-NETO LK-FECHA-CALC LK-EMPLEADO-ID LK-PERIODO
           LK-DIAS-AUS CUO-IMSS LK-SUBSIDIO.
       000-CALCULA.
           MOVE ZEROS TO LK-SUBSIDIO
           IF LK-FECHA-CALC > ZEROS
               MOVE LK-FECHA-CALC TO FECHA-HOY
           ELSE
           ELSE
               COMPUTE LK-IMPUESTO ROUNDED = LK-SUELDO * PCT-ISR / 100
           END-IF
           INITIALIZE CUO-IMSS
           IF LK-PERIODO > ZEROS
               IF LK-EMPLEADO-ID = SPACES
                   PERFORM 300-SDI-ESTIMADO
               END-IF
               CALL "IMSSCUO" USING LK-EMPLEADO-ID LK-PERIODO
                   LK-DIAS-AUS CUO-IMSS
           END-IF
           IF CUO-ENCONTRADO = 1
               MOVE CUO-TOTAL TO LK-IMSS
           ELSE
               COMPUTE LK-IMSS ROUNDED = LK-SUELDO * PCT-IMSS / 100
           END-IF
           COMPUTE LK-NETO = LK-SUELDO - LK-IMPUESTO - LK-IMSS
           GOBACK.

           ELSE
               MOVE ZEROS TO W-EXCEDENTE
           END-IF
           COMPUTE W-ISR-CAUSADO ROUNDED = TT-CUOTA-FIJA(IDX-TRAMO)
               + (W-EXCEDENTE * TT-PCT-MARGINAL(IDX-TRAMO) / 100)
           COMPUTE W-ISR = W-ISR-CAUSADO - TT-SUBSIDIO(IDX-TRAMO)
           IF W-ISR < ZEROS
               MOVE ZEROS TO W-ISR
           END-IF
           COMPUTE LK-IMPUESTO ROUNDED = W-ISR
           COMPUTE LK-SUBSIDIO = W-ISR-CAUSADO - W-ISR.

       300-SDI-ESTIMADO.
           MOVE LK-PERIODO TO W-PERIODO
           IF W-PER-QNA = ZEROS
               MOVE 30 TO W-DIAS-PER
           ELSE
               MOVE 15 TO W-DIAS-PER
           END-IF
           COMPUTE CUO-SDI ROUNDED =
               (LK-SUELDO / W-DIAS-PER) * FACTOR-INTEGRA.
