               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-REC-LLAVE
               FILE STATUS IS CTACAT-STATUS.
           SELECT VIATICO ASSIGN TO "VIATICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VIA-LLAVE
               FILE STATUS IS VIATICO-STATUS.
           SELECT DISTLAB ASSIGN TO "DISTLAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSL-LLAVE
               FILE STATUS IS DISTLAB-STATUS.
           SELECT PERCTL ASSIGN TO "PERIODO.CTL"
               FILE STATUS IS PERCTL-STATUS.
           SELECT POLIZAF ASSIGN TO "POLIZA".
       COPY "HISTNOM.wks".
       FD CTACAT.
       COPY "CTACAT.wks".
       FD VIATICO.
       COPY "VIATICO.wks".
       FD DISTLAB.
       COPY "DISTLAB.wks".
       FD PERCTL.
       01 REG-PERCTL.
           03 PERCTL-PERIODO PIC 9(8).
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 HISTNOM-STATUS PIC XX.
       01 CTACAT-STATUS PIC XX.
       01 VIATICO-STATUS PIC XX.
       01 DISTLAB-STATUS PIC XX.
       01 PERCTL-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 SW-CTACAT PIC 9 VALUE ZEROS.
       01 SW-FIN-VIA PIC 9 VALUE ZEROS.
       01 SW-DISTLAB PIC 9 VALUE ZEROS.
       01 SW-FIN-DSL PIC 9 VALUE ZEROS.
       01 W-PERIODO.
           03 W-PER-ANOMES PIC 9(6).
           03 W-PER-QNA PIC 99.
       01 W-FECHA-CORTE PIC 9(8) VALUE ZEROS.
       01 NUM-DIS PIC 9 VALUE ZEROS.
       01 I-DIS PIC 9 VALUE ZEROS.
       01 I-REN PIC 9 VALUE ZEROS.
       01 TABLA-DIST.
           03 TDI-ENTRADA OCCURS 5 TIMES.
               05 TDI-DEPTO PIC X(15).
               05 TDI-PCT PIC 9(3)V99.
       01 W-IMP-TOTAL PIC 9(09)V99 VALUE ZEROS.
       01 W-IMP-RESTO PIC 9(09)V99 VALUE ZEROS.
       01 W-VIA-COMPROBADO PIC 9(09)V99 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
           IF CTACAT-STATUS = "00"
               MOVE 1 TO SW-CTACAT
           END-IF
           MOVE ZEROS TO SW-DISTLAB
           OPEN INPUT DISTLAB
           IF DISTLAB-STATUS = "00"
               MOVE 1 TO SW-DISTLAB
           END-IF
           MOVE PERIODO-RPT TO W-PERIODO
           IF W-PER-QNA = 01
               COMPUTE W-FECHA-CORTE = W-PER-ANOMES * 100 + 15
           ELSE
               COMPUTE W-FECHA-CORTE = W-PER-ANOMES * 100 + 31
           END-IF
           OPEN OUTPUT POLIZAF
           OPEN OUTPUT POLIZREP
           MOVE PERIODO-RPT TO PERIODO-ED
           WRITE LINEA FROM LINEA-R3
           PERFORM 100-LECTURA
           PERFORM 200-PROCESO UNTIL SW = 1
           PERFORM 370-VIATICOS
           PERFORM 400-EMITE-POLIZA
           PERFORM 500-CONTROL
           PERFORM 600-ESCRIBE-RUNLOG
           IF SW-CTACAT = 1
               CLOSE CTACAT
           END-IF
           IF SW-DISTLAB = 1
               CLOSE DISTLAB
           END-IF
           CLOSE POLIZAF
           CLOSE POLIZREP
           GOBACK.
           PERFORM 100-LECTURA.

       300-ACUMULA-PARTIDAS.
           PERFORM 310-BUSCA-DISTRIBUCION
           MOVE HIS-DEPTO TO W-DEPTO
           MOVE "SUE" TO W-CONCEPTO
           MOVE "D" TO W-NATURALEZA
           MOVE HIS-SUELDO TO W-IMPORTE
           PERFORM 360-SUMA-GASTO
           ADD HIS-SUELDO TO TOTAL-SUELDOS
           MOVE "ISR" TO W-CONCEPTO
           MOVE "A" TO W-NATURALEZA
           MOVE "AHO" TO W-CONCEPTO
           MOVE HIS-AHORRO TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "FON" TO W-CONCEPTO
           MOVE HIS-FONACOT TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "VIA" TO W-CONCEPTO
           MOVE HIS-VIATICO TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "GMM" TO W-CONCEPTO
           MOVE HIS-GMM TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "SIN" TO W-CONCEPTO
           MOVE HIS-SINDICAL TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           COMPUTE W-PRESTAMO = HIS-SUELDO - HIS-ISR - HIS-IMSS
               - HIS-PENSION - HIS-INFONAVIT - HIS-AHORRO
               - HIS-FONACOT - HIS-VIATICO - HIS-GMM - HIS-SINDICAL
               + HIS-AJUSTE + HIS-RETRO - HIS-NETO
           IF W-PRESTAMO > ZEROS
               MOVE "PRE" TO W-CONCEPTO
               MOVE "AJU" TO W-CONCEPTO
               MOVE "D" TO W-NATURALEZA
               MOVE HIS-AJUSTE TO W-IMPORTE
               PERFORM 360-SUMA-GASTO
               MOVE "A" TO W-NATURALEZA
           END-IF
           IF HIS-AJUSTE < ZEROS
               MOVE "RET" TO W-CONCEPTO
               MOVE "D" TO W-NATURALEZA
               MOVE HIS-RETRO TO W-IMPORTE
               PERFORM 360-SUMA-GASTO
               MOVE "A" TO W-NATURALEZA
           END-IF
           IF HIS-RETRO < ZEROS
           MOVE HIS-NETO TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA.

       310-BUSCA-DISTRIBUCION.
           MOVE ZEROS TO NUM-DIS
           IF SW-DISTLAB = 1
               MOVE HIS-EMPLEADO-ID TO DSL-EMPLEADO-ID
               MOVE ZEROS TO DSL-FECHA-VIG
               MOVE ZEROS TO SW-FIN-DSL
               START DISTLAB KEY IS NOT LESS THAN DSL-LLAVE
                   INVALID KEY
                       MOVE 1 TO SW-FIN-DSL
               END-START
               PERFORM UNTIL SW-FIN-DSL = 1
                   READ DISTLAB NEXT
                       AT END
                           MOVE 1 TO SW-FIN-DSL
                       NOT AT END
                           IF DSL-EMPLEADO-ID NOT = HIS-EMPLEADO-ID
                                   OR DSL-FECHA-VIG > W-FECHA-CORTE
                               MOVE 1 TO SW-FIN-DSL
                           ELSE
                               PERFORM 320-GUARDA-DISTRIBUCION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       320-GUARDA-DISTRIBUCION.
           MOVE ZEROS TO NUM-DIS
           PERFORM VARYING I-REN FROM 1 BY 1 UNTIL I-REN > 5
               IF DSL-PCT(I-REN) > ZEROS
                   ADD 1 TO NUM-DIS
                   MOVE DSL-DEPTO(I-REN) TO TDI-DEPTO(NUM-DIS)
                   IF DSL-DEPTO(I-REN) = SPACES
                       MOVE HIS-DEPTO TO TDI-DEPTO(NUM-DIS)
                   END-IF
                   MOVE DSL-PCT(I-REN) TO TDI-PCT(NUM-DIS)
               END-IF
           END-PERFORM.

       350-SUMA-PARTIDA.
           IF W-IMPORTE > ZEROS
               MOVE ZEROS TO IDX-POL
               END-IF
           END-IF.

       360-SUMA-GASTO.
           IF NUM-DIS = ZEROS
               PERFORM 350-SUMA-PARTIDA
           ELSE
               MOVE W-IMPORTE TO W-IMP-TOTAL
               MOVE W-IMPORTE TO W-IMP-RESTO
               PERFORM VARYING I-DIS FROM 1 BY 1 UNTIL I-DIS > NUM-DIS
                   IF I-DIS = NUM-DIS
                       MOVE W-IMP-RESTO TO W-IMPORTE
                   ELSE
                       COMPUTE W-IMPORTE ROUNDED =
                           W-IMP-TOTAL * TDI-PCT(I-DIS) / 100
                       SUBTRACT W-IMPORTE FROM W-IMP-RESTO
                   END-IF
                   MOVE TDI-DEPTO(I-DIS) TO W-DEPTO
                   PERFORM 350-SUMA-PARTIDA
               END-PERFORM
               MOVE HIS-DEPTO TO W-DEPTO
           END-IF.

       370-VIATICOS.
           MOVE ZEROS TO SW-FIN-VIA
           OPEN INPUT VIATICO
           IF VIATICO-STATUS NOT = "00"
               MOVE 1 TO SW-FIN-VIA
           END-IF
           PERFORM UNTIL SW-FIN-VIA = 1
               READ VIATICO NEXT
                   AT END
                       MOVE 1 TO SW-FIN-VIA
                   NOT AT END
                       IF VIA-PER-COMP = PERIODO-RPT
                           PERFORM 380-COMPROBACION
                       END-IF
               END-READ
           END-PERFORM
           IF VIATICO-STATUS NOT = "35"
               CLOSE VIATICO
           END-IF.

       380-COMPROBACION.
           MOVE VIA-DEPTO TO W-DEPTO
           MOVE "D" TO W-NATURALEZA
           MOVE "VHO" TO W-CONCEPTO
           MOVE VIA-COMP-HOSPEDAJE TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "VAL" TO W-CONCEPTO
           MOVE VIA-COMP-ALIMENTOS TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "VTR" TO W-CONCEPTO
           MOVE VIA-COMP-TRANSPORTE TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "VOT" TO W-CONCEPTO
           MOVE VIA-COMP-OTROS TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "VND" TO W-CONCEPTO
           MOVE VIA-NO-DEDUCIBLE TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           MOVE "VDV" TO W-CONCEPTO
           MOVE VIA-DEVUELTO TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA
           COMPUTE W-VIA-COMPROBADO = VIA-COMP-HOSPEDAJE
               + VIA-COMP-ALIMENTOS + VIA-COMP-TRANSPORTE
               + VIA-COMP-OTROS + VIA-NO-DEDUCIBLE + VIA-DEVUELTO
           MOVE "A" TO W-NATURALEZA
           MOVE "VIA" TO W-CONCEPTO
           MOVE W-VIA-COMPROBADO TO W-IMPORTE
           PERFORM 350-SUMA-PARTIDA.

       400-EMITE-POLIZA.
           PERFORM VARYING I-POL FROM 1 BY 1
                   UNTIL I-POL > NUM-POL
