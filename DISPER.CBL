           SELECT DISPFILE ASSIGN TO "DISPHELD".
           SELECT DISPRELQ ASSIGN TO "DISPRELQ".
           SELECT DISPCTL ASSIGN TO "DISPCTL".
           SELECT CTLDISP ASSIGN TO "CTLDISP"
               FILE STATUS IS CTLDISP-STATUS.
           SELECT BANCOLAY ASSIGN TO "BANCOLAY"
               FILE STATUS IS BANCOLAY-STATUS.
           SELECT DISPBCO ASSIGN TO "DISPBCO"
           03 RELQ-USUARIO-AUT PIC X(8).
           03 RELQ-FECHA-AUT PIC 9(6).
           03 RELQ-HORA-AUT PIC 9(6).
           03 RELQ-CONTROL PIC X.
           03 RELQ-HALLAZGOS PIC 9(5).
           03 RELQ-CRITICOS PIC 9(5).
       FD CTLDISP.
       COPY "CTLDISP.wks".
       FD BANCOLAY.
       01 REG-BANCOLAY.
           03 BLY-BANCO PIC X(20).
       01 SW-HISTORIA-OK PIC 9 VALUE ZEROS.
       01 EMPBANCO-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 CTLDISP-STATUS PIC XX.
       01 SW PIC 9 VALUE ZEROS.
       01 REG-LEIDOS PIC 9(07) VALUE ZEROS.
       01 REG-DISPERSADOS PIC 9(07) VALUE ZEROS.
       01 SIN-CUENTA-ED PIC ZZZ9.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS     PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO     PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       01 W-DIAS-AUS PIC 99 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-DISP.
           03 FILLER PIC X(20) VALUE SPACES.
               MOVE HIS-NETO TO W-NETO
           ELSE
               CALL "DEDUCCION" USING SUELDO-S W-IMPUESTO
                   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S PERIODO-S
                   W-DIAS-AUS CUO-IMSS W-SUBSIDIO
           END-IF.

       400-ARCHIVOS-POR-BANCO.
           MOVE SPACES TO RELQ-USUARIO-AUT
           MOVE ZEROS TO RELQ-FECHA-AUT
           MOVE ZEROS TO RELQ-HORA-AUT
           PERFORM 460-LEE-CONTROL
           WRITE REG-RELQ
           CLOSE DISPRELQ
           DISPLAY "DISPER: ARCHIVO RETENIDO - REQUIERE LIBERACION"
           DISPLAY "DISPER: EJECUTE DISPREL CON USUARIO AUTORIZADOR".

       460-LEE-CONTROL.
           MOVE "N" TO RELQ-CONTROL
           MOVE ZEROS TO RELQ-HALLAZGOS
           MOVE ZEROS TO RELQ-CRITICOS
           OPEN INPUT CTLDISP
           IF CTLDISP-STATUS = "00"
               READ CTLDISP
                   AT END
                       MOVE ZEROS TO CTD-PERIODO
               END-READ
               IF CTD-PERIODO = PERIODO-DISP
                   MOVE "S" TO RELQ-CONTROL
                   MOVE CTD-HALLAZGOS TO RELQ-HALLAZGOS
                   MOVE CTD-CRITICOS TO RELQ-CRITICOS
               END-IF
               CLOSE CTLDISP
           END-IF
           IF RELQ-CONTROL = "N"
               DISPLAY "DISPER: SIN CONTROL PREVIO PARA EL PERIODO"
               MOVE 4 TO RETURN-CODE
               MOVE "A" TO W-ALR-SEVERIDAD
               MOVE PERIODO-DISP TO W-ALR-LLAVE
               MOVE "DISPERSION SIN CONTROL PREVIO (CTLDISP)"
                   TO W-ALR-MENSAJE
               CALL "ALERTA" USING W-ALR-PROGRAMA W-ALR-SEVERIDAD
                   W-ALR-LLAVE W-ALR-MENSAJE
           END-IF
           IF RELQ-CRITICOS > ZEROS
               DISPLAY "DISPER: HALLAZGOS CRITICOS EN EL CONTROL "
                   RELQ-CRITICOS
               DISPLAY "DISPER: LA LIBERACION REQUIERE CONFIRMACION"
               MOVE 4 TO RETURN-CODE
           END-IF.

       600-ESCRIBE-RUNLOG.
           MOVE "DISPER" TO RUNLOG-PROGRAMA
           ACCEPT RUNLOG-FECHA FROM DATE
