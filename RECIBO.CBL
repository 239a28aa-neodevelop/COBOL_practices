               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INC-LLAVE
               FILE STATUS IS INCIDEN-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-REC-ID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT CFDITIM ASSIGN TO "CFDITIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIM-LLAVE
               FILE STATUS IS CFDITIM-STATUS.
           SELECT RUNLOG ASSIGN TO "RUNLOG"
               FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       COPY "CONCEPTO.wks".
       FD INCIDEN.
       COPY "INCIDEN.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD CFDITIM.
       COPY "CFDITIM.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 SW-HISTORIA-OK PIC 9 VALUE ZEROS.
       01 W-ABONO PIC 9(05)V99 VALUE ZEROS.
       01 W-INFONAVIT PIC 9(05)V99 VALUE ZEROS.
       01 W-FONACOT PIC 9(05)V99 VALUE ZEROS.
       01 W-VIATICO PIC 9(05)V99 VALUE ZEROS.
       01 W-GMM PIC 9(05)V99 VALUE ZEROS.
       01 W-SINDICAL PIC 9(05)V99 VALUE ZEROS.
       01 W-AHORRO PIC 9(05)V99 VALUE ZEROS.
       01 W-PENSION PIC 9(05)V99 VALUE ZEROS.
       01 W-AJUSTE PIC S9(05)V99 VALUE ZEROS.
       01 SW PIC 9 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-IMPRESOS PIC 9(07) VALUE ZEROS.
       01 PARM-LINEA PIC X(40) VALUE SPACES.
       01 PARM-EMP-ID PIC X(08) VALUE SPACES.
       01 PARM-PERIODO PIC X(08) VALUE SPACES.
       01 SW-REIMPRESION PIC 9 VALUE ZEROS.
       01 W-ARCHIVO PIC X(40) VALUE SPACES.
       01 EMPMAST-STATUS PIC XX.
       01 CFDITIM-STATUS PIC XX.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-CFDITIM PIC 9 VALUE ZEROS.
       01 W-VAR-IMPRESO PIC 9(05)V99 VALUE ZEROS.
       01 W-CIA PIC X(3) VALUE SPACES.
       01 W-CIA-NOMBRE PIC X(30) VALUE SPACES.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS     PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO     PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       01 W-DIAS-AUS PIC 99 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 LINEA-TIT.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(07) VALUE "FIRMA: ".
           03 FILLER PIC X(30) VALUE ALL "_".
       01 LINEA-FOLIO.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(15) VALUE "FOLIO FISCAL: ".
           03 UUID-REC PIC X(36).
           03 FILLER PIC X(02) VALUE SPACES.
           03 FECHA-TIM-REC PIC 9999/99/99.
       01 MOVDEP-STATUS PIC XX.
       01 CONCAT-STATUS PIC XX.
       01 INCIDEN-STATUS PIC XX.
       01 W-DESCUENTO PIC 9(05)V99 VALUE ZEROS.
       01 W-DIAS-BASE PIC 99 VALUE 30.
       01 W-VARIABLE PIC 9(05)V99 VALUE ZEROS.
       01 W-VAR-EXENTA PIC 9(05)V99 VALUE ZEROS.
       01 W-BRUTO PIC 9(05)V99 VALUE ZEROS.
       01 NUM-MOVS PIC 9(03) VALUE ZEROS.
       01 I-MOV PIC 9(03) VALUE ZEROS.
               05 TM-CONCEPTO PIC X(03).
               05 TM-PERIODO PIC 9(08).
               05 TM-IMPORTE PIC 9(05)V99.
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 IDX-CON PIC 999 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
           03 TC-ENTRADA OCCURS 200 TIMES.
               05 TC-CODIGO PIC X(3).
               05 TC-DESC PIC X(30).
               05 TC-GRAVABLE PIC X.
       01 LINEA-CTL-REC.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(18) VALUE "RECIBOS EMITIDOS: ".
       000-INICIO.
           MOVE ZEROS TO RETURN-CODE
           CALL "SETCIA" USING W-CIA W-CIA-NOMBRE
           ACCEPT PARM-LINEA FROM COMMAND-LINE
           UNSTRING PARM-LINEA DELIMITED BY ALL SPACE
               INTO PARM-EMP-ID PARM-PERIODO
           END-UNSTRING
           IF PARM-EMP-ID(8:1) = SPACE
               MOVE SPACES TO PARM-EMP-ID
           END-IF
           IF PARM-EMP-ID = "*"
               MOVE SPACES TO PARM-EMP-ID
           END-IF
           MOVE ZEROS TO SW-REIMPRESION
           IF PARM-PERIODO NUMERIC
               MOVE 1 TO SW-REIMPRESION
           END-IF
           MOVE ZEROS TO SW-HISTORIA
           OPEN INPUT HISTNOM
           IF HISTNOM-STATUS = "00"
               MOVE 1 TO SW-HISTORIA
           END-IF
           IF SW-REIMPRESION = 1
               IF SW-HISTORIA = 0
                   DISPLAY "RECIBO: NO SE PUDO ABRIR HISTNOM "
                       HISTNOM-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE ZEROS TO SW-EMPMAST
               OPEN INPUT EMPMAST
               IF EMPMAST-STATUS = "00"
                   MOVE 1 TO SW-EMPMAST
               END-IF
               MOVE SPACES TO W-ARCHIVO
               STRING "RECIBOS." DELIMITED BY SIZE
                   W-CIA DELIMITED BY SPACE
                   ".R" DELIMITED BY SIZE
                   PARM-PERIODO DELIMITED BY SIZE
                   INTO W-ARCHIVO
               END-STRING
               SET ENVIRONMENT "DD_RECIBOS" TO W-ARCHIVO
           ELSE
               OPEN INPUT SALIDA
               IF SALIDA-STATUS NOT = "00"
                   DISPLAY "RECIBO: NO SE PUDO ABRIR SALIDA "
                       SALIDA-STATUS
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN OUTPUT RECIBOS
           MOVE ZEROS TO SW-CFDITIM
           OPEN INPUT CFDITIM
           IF CFDITIM-STATUS = "00"
               MOVE 1 TO SW-CFDITIM
           END-IF
           PERFORM 050-CARGA-MOVIMIENTOS
           PERFORM 060-CARGA-CONCEPTOS
           MOVE ZEROS TO SW-INCIDEN
           IF INCIDEN-STATUS = "00"
               MOVE 1 TO SW-INCIDEN
           END-IF
           IF SW-REIMPRESION = 1
               PERFORM 250-REIMPRESION
           ELSE
               PERFORM 100-LECTURA
               PERFORM 200-PROCESO UNTIL SW = 1
           END-IF
           PERFORM 500-FINAL
           GOBACK.

           OPEN INPUT CONCAT
           IF CONCAT-STATUS = "00"
               PERFORM UNTIL CONCAT-STATUS = "10"
                       OR NUM-CONCEPTOS = 200
                   READ CONCAT
                       AT END
                           MOVE "10" TO CONCAT-STATUS
                           MOVE CON-CODIGO
                               TO TC-CODIGO(NUM-CONCEPTOS)
                           MOVE CON-DESC TO TC-DESC(NUM-CONCEPTOS)
                           MOVE CON-GRAVABLE
                               TO TC-GRAVABLE(NUM-CONCEPTOS)
                   END-READ
               END-PERFORM
               IF NUM-CONCEPTOS = 200 AND CONCAT-STATUS NOT = "10"
                   READ CONCAT
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "RECIBO: CONCEPTOS EXCEDEN 200"
                           DISPLAY "RECIBO: SE USAN LOS PRIMEROS 200"
                   END-READ
               END-IF
               CLOSE CONCAT
           END-IF.

           END-IF
           PERFORM 100-LECTURA.

       250-REIMPRESION.
           IF PARM-EMP-ID NOT = SPACES
               MOVE PARM-EMP-ID TO HIS-EMPLEADO-ID
               MOVE PARM-PERIODO TO HIS-PERIODO
               READ HISTNOM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO REG-LEIDOS
                       PERFORM 260-RECIBO-HISTORICO
               END-READ
           ELSE
               PERFORM UNTIL SW = 1
                   READ HISTNOM NEXT
                       AT END
                           MOVE 1 TO SW
                       NOT AT END
                           ADD 1 TO REG-LEIDOS
                           IF HIS-PERIODO = PARM-PERIODO
                               PERFORM 260-RECIBO-HISTORICO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       260-RECIBO-HISTORICO.
           MOVE HIS-EMPLEADO-ID TO EMPLEADO-ID-S
           MOVE HIS-PERIODO TO PERIODO-S
           MOVE HIS-DEPTO TO DEPTO-S
           COMPUTE SUELDO-S = HIS-SUELDO - HIS-VARIABLE + HIS-DESCUENTO
           MOVE SPACES TO NOMBRE-S
           IF SW-EMPMAST = 1
               MOVE HIS-EMPLEADO-ID TO EMP-REC-ID
               READ EMPMAST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-REC-NOMBRE TO NOMBRE-S
               END-READ
           END-IF
           PERFORM 300-IMPRIME-RECIBO.

       300-IMPRIME-RECIBO.
           ADD 1 TO REG-IMPRESOS
           PERFORM 310-OBTIENE-IMPORTES
               MOVE W-ABONO TO IMPORTE-REC
               WRITE LINEA FROM LINEA-IMP
           END-IF
           IF W-FONACOT > ZEROS
               MOVE "DESCUENTO FONACOT   " TO CONCEPTO-REC
               MOVE W-FONACOT TO IMPORTE-REC
               WRITE LINEA FROM LINEA-IMP
           END-IF
           IF W-VIATICO > ZEROS
               MOVE "RECUPERA. VIATICOS  " TO CONCEPTO-REC
               MOVE W-VIATICO TO IMPORTE-REC
               WRITE LINEA FROM LINEA-IMP
           END-IF
           IF W-GMM > ZEROS
               MOVE "GASTOS MEDICOS MAY. " TO CONCEPTO-REC
               MOVE W-GMM TO IMPORTE-REC
               WRITE LINEA FROM LINEA-IMP
           END-IF
           IF W-SINDICAL > ZEROS
               MOVE "CUOTA SINDICAL      " TO CONCEPTO-REC
               MOVE W-SINDICAL TO IMPORTE-REC
               WRITE LINEA FROM LINEA-IMP
           END-IF
           IF W-AHORRO > ZEROS
               MOVE "FONDO DE AHORRO     " TO CONCEPTO-REC
               MOVE W-AHORRO TO IMPORTE-REC
           MOVE "NETO A PAGAR        " TO CONCEPTO-REC
           MOVE W-NETO TO IMPORTE-REC
           WRITE LINEA FROM LINEA-IMP
           PERFORM 340-FOLIO-FISCAL
           WRITE LINEA FROM LINEA-FIRMA AFTER ADVANCING 2 LINES
           WRITE LINEA FROM LINEA-R3
           MOVE SPACES TO LINEA
       310-OBTIENE-IMPORTES.
           MOVE ZEROS TO W-ABONO
           MOVE ZEROS TO W-INFONAVIT
           MOVE ZEROS TO W-FONACOT
           MOVE ZEROS TO W-VIATICO
           MOVE ZEROS TO W-GMM
           MOVE ZEROS TO W-SINDICAL
           MOVE ZEROS TO W-AHORRO
           MOVE ZEROS TO W-PENSION
           MOVE ZEROS TO W-AJUSTE
               MOVE HIS-IMSS TO W-IMSS
               MOVE HIS-NETO TO W-NETO
               MOVE HIS-INFONAVIT TO W-INFONAVIT
               MOVE HIS-FONACOT TO W-FONACOT
               MOVE HIS-VIATICO TO W-VIATICO
               MOVE HIS-GMM TO W-GMM
               MOVE HIS-SINDICAL TO W-SINDICAL
               MOVE HIS-AHORRO TO W-AHORRO
               MOVE HIS-PENSION TO W-PENSION
               MOVE HIS-AJUSTE TO W-AJUSTE
               MOVE HIS-RETRO TO W-RETRO
               COMPUTE W-ABONO = HIS-SUELDO - HIS-ISR - HIS-IMSS
                   - HIS-PENSION - HIS-INFONAVIT - HIS-AHORRO
                   - HIS-FONACOT - HIS-VIATICO - HIS-GMM
                   - HIS-SINDICAL
                   + HIS-AJUSTE + HIS-RETRO - HIS-NETO
           ELSE
               SUBTRACT W-VAR-EXENTA FROM W-BRUTO
               CALL "DEDUCCION" USING W-BRUTO W-IMPUESTO
                   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S PERIODO-S
                   W-DIAS-AUS CUO-IMSS W-SUBSIDIO
               ADD W-VAR-EXENTA TO W-BRUTO
               ADD W-VAR-EXENTA TO W-NETO
           END-IF.

       315-SUMA-VARIABLES.
           MOVE ZEROS TO W-VARIABLE
           MOVE ZEROS TO W-VAR-EXENTA
           PERFORM VARYING I-MOV FROM 1 BY 1
                   UNTIL I-MOV > NUM-MOVS
               IF TM-EMPLEADO-ID(I-MOV) = EMPLEADO-ID-S
                       AND TM-PERIODO(I-MOV) = PERIODO-S
                   ADD TM-IMPORTE(I-MOV) TO W-VARIABLE
                   PERFORM 330-BUSCA-CONCEPTO
                   IF IDX-CON > ZEROS AND TC-GRAVABLE(IDX-CON) = "N"
                       ADD TM-IMPORTE(I-MOV) TO W-VAR-EXENTA
                   END-IF
               END-IF
           END-PERFORM.

       316-BUSCA-INCIDENCIA.
           MOVE ZEROS TO W-DESCUENTO
           MOVE ZEROS TO W-DIAS-AUS
           IF PERIODO-S(7:2) = "00"
               MOVE 30 TO W-DIAS-BASE
           ELSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INC-DIAS TO W-DIAS-AUS
                       COMPUTE W-DESCUENTO ROUNDED =
                           SUELDO-S * INC-DIAS / W-DIAS-BASE
               END-READ
           END-IF.

       320-IMPRIME-VARIABLES.
           MOVE ZEROS TO W-VAR-IMPRESO
           PERFORM VARYING I-MOV FROM 1 BY 1
                   UNTIL I-MOV > NUM-MOVS
               IF TM-EMPLEADO-ID(I-MOV) = EMPLEADO-ID-S
                   END-IF
                   MOVE TM-IMPORTE(I-MOV) TO IMPORTE-REC
                   WRITE LINEA FROM LINEA-IMP
                   ADD TM-IMPORTE(I-MOV) TO W-VAR-IMPRESO
               END-IF
           END-PERFORM
           IF W-VARIABLE > W-VAR-IMPRESO
               MOVE "OTRAS PERCEPCIONES  " TO CONCEPTO-REC
               COMPUTE IMPORTE-REC = W-VARIABLE - W-VAR-IMPRESO
               WRITE LINEA FROM LINEA-IMP
           END-IF.

       330-BUSCA-CONCEPTO.
           MOVE ZEROS TO IDX-CON
               END-IF
           END-PERFORM.

       340-FOLIO-FISCAL.
           IF SW-CFDITIM = 1
               MOVE EMPLEADO-ID-S TO TIM-EMPLEADO-ID
               MOVE PERIODO-S TO TIM-PERIODO
               READ CFDITIM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TIM-ESTADO = "T"
                           MOVE TIM-UUID TO UUID-REC
                           MOVE TIM-FECHA-TIM TO FECHA-TIM-REC
                           WRITE LINEA FROM LINEA-FOLIO
                       END-IF
               END-READ
           END-IF.

       500-FINAL.
           MOVE REG-IMPRESOS TO CTL-IMPRESOS
           WRITE LINEA FROM LINEA-CTL-REC
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 600-ESCRIBE-RUNLOG
           IF SW-REIMPRESION = 0
               CLOSE SALIDA
           END-IF
           IF SW-EMPMAST = 1
               CLOSE EMPMAST
           END-IF
           IF SW-CFDITIM = 1
               CLOSE CFDITIM
           END-IF
           IF SW-HISTORIA = 1
               CLOSE HISTNOM
           END-IF
