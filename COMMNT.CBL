       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLAN ASSIGN TO "COMPLAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPL-PUESTO
               FILE STATUS IS COMPLAN-STATUS.
           SELECT PUESTOS ASSIGN TO "PUESTOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PUE-REC-CODIGO
               FILE STATUS IS PUESTOS-STATUS.
           SELECT RUNLOG ASSIGN TO "RUNLOG"
               FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD COMPLAN.
       COPY "COMPLAN.wks".
       FD PUESTOS.
       COPY "PUESTOS.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 COMPLAN-STATUS PIC XX.
       01 PUESTOS-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-VALIDO PIC 9 VALUE ZEROS.
       01 W-CODIGO PIC X(6) VALUE SPACES.
       01 W-DESC PIC X(30) VALUE SPACES.
       01 W-TOPE PIC 9(7)V99 VALUE ZEROS.
       01 W-TRAMOS.
           03 W-TRAMO OCCURS 4 TIMES.
               05 W-DESDE PIC 9(3)V99.
               05 W-TASA PIC 99V99.
       01 I-TRA PIC 9 VALUE ZEROS.
       01 W-RENGLON PIC 99 VALUE ZEROS.
       01 W-REN-AT PIC 9(4) VALUE ZEROS.
       01 W-TRAMO-ED PIC 9.
       01 W-OPC PIC X VALUE SPACES.
       01 W-ESCRITOS PIC 9(3) VALUE ZEROS.
       01 W-CONSULTAS PIC 9(3) VALUE ZEROS.
       PROCEDURE DIVISION.
       000-INICIO.
           OPEN I-O COMPLAN
           IF COMPLAN-STATUS = "35"
               OPEN OUTPUT COMPLAN
               CLOSE COMPLAN
               OPEN I-O COMPLAN
           END-IF
           OPEN INPUT PUESTOS
           IF COMPLAN-STATUS NOT = "00" OR PUESTOS-STATUS NOT = "00"
               DISPLAY ERASE
               DISPLAY "NO SE PUDO ABRIR PLANES O TABULADOR" AT 0510
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
               ACCEPT W-OPC AT 0740
               GOBACK
           END-IF
           PERFORM 100-CAPTURA UNTIL W-OPC = "S" OR "s"
           PERFORM 400-ESCRIBE-RUNLOG
           CLOSE COMPLAN
           CLOSE PUESTOS
           GOBACK.

       100-CAPTURA.
           DISPLAY ERASE
           DISPLAY "PLANES DE COMISION POR PUESTO" AT 0310
           DISPLAY "CODIGO DE PUESTO (BLANCO=SALIR):" AT 0510
           MOVE SPACES TO W-CODIGO
           ACCEPT W-CODIGO AT 0543
           IF W-CODIGO = SPACES
               MOVE "S" TO W-OPC
           ELSE
               ADD 1 TO W-CONSULTAS
               MOVE W-CODIGO TO PUE-REC-CODIGO
               READ PUESTOS
                   INVALID KEY
                       DISPLAY "ERROR: EL PUESTO NO EXISTE" AT 0710
                       DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
                       ACCEPT W-OPC AT 1940
                       MOVE SPACES TO W-OPC
                   NOT INVALID KEY
                       PERFORM 200-MANTIENE
               END-READ
           END-IF.

       200-MANTIENE.
           DISPLAY PUE-REC-DESC AT 0550
           MOVE W-CODIGO TO CPL-PUESTO
           READ COMPLAN
               INVALID KEY
                   MOVE PUE-REC-DESC TO W-DESC
                   MOVE ZEROS TO W-TOPE
                   INITIALIZE W-TRAMOS
                   DISPLAY "PLAN NUEVO" AT 0710
               NOT INVALID KEY
                   MOVE CPL-DESC TO W-DESC
                   MOVE CPL-TOPE TO W-TOPE
                   PERFORM VARYING I-TRA FROM 1 BY 1 UNTIL I-TRA > 4
                       MOVE CPL-DESDE(I-TRA) TO W-DESDE(I-TRA)
                       MOVE CPL-TASA(I-TRA) TO W-TASA(I-TRA)
                   END-PERFORM
                   DISPLAY "PLAN EXISTENTE" AT 0710
           END-READ
           DISPLAY "DESCRIPCION   :" AT 0810
           ACCEPT W-DESC AT 0826
           DISPLAY "TRAMO  % CUOTA DESDE  % COMISION" AT 0910
           PERFORM 210-CAPTURA-TRAMO
               VARYING I-TRA FROM 1 BY 1 UNTIL I-TRA > 4
           DISPLAY "TOPE MENSUAL (0=SIN TOPE):" AT 1410
           ACCEPT W-TOPE AT 1437
           DISPLAY "A-ALTA C-CAMBIO B-BAJA (ENTER=NADA):" AT 1510
           MOVE SPACES TO W-OPC
           ACCEPT W-OPC AT 1547
           EVALUATE W-OPC
               WHEN "A" WHEN "a"
                   PERFORM 220-VALIDA
                   IF SW-VALIDO = 1
                       PERFORM 300-ALTA
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM 220-VALIDA
                   IF SW-VALIDO = 1
                       PERFORM 310-CAMBIO
                   END-IF
               WHEN "B" WHEN "b"
                   PERFORM 320-BAJA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO W-OPC.

       210-CAPTURA-TRAMO.
           COMPUTE W-RENGLON = 9 + I-TRA
           MOVE I-TRA TO W-TRAMO-ED
           COMPUTE W-REN-AT = W-RENGLON * 100 + 12
           DISPLAY W-TRAMO-ED AT W-REN-AT
           COMPUTE W-REN-AT = W-RENGLON * 100 + 19
           ACCEPT W-DESDE(I-TRA) AT W-REN-AT
           COMPUTE W-REN-AT = W-RENGLON * 100 + 34
           ACCEPT W-TASA(I-TRA) AT W-REN-AT.

       220-VALIDA.
           MOVE 1 TO SW-VALIDO
           IF W-TASA(1) = ZEROS
               MOVE ZEROS TO SW-VALIDO
           END-IF
           PERFORM VARYING I-TRA FROM 2 BY 1 UNTIL I-TRA > 4
               IF W-TASA(I-TRA) > ZEROS
                   IF W-TASA(I-TRA - 1) = ZEROS
                           OR W-DESDE(I-TRA) NOT > W-DESDE(I-TRA - 1)
                       MOVE ZEROS TO SW-VALIDO
                   END-IF
               END-IF
           END-PERFORM
           IF SW-VALIDO = ZEROS
               DISPLAY "ERROR: TRAMOS INCOMPLETOS O NO ASCENDENTES"
                   AT 1710
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
               ACCEPT W-OPC AT 1940
           END-IF.

       250-MUEVE-CAMPOS.
           MOVE W-CODIGO TO CPL-PUESTO
           MOVE W-DESC TO CPL-DESC
           MOVE W-TOPE TO CPL-TOPE
           PERFORM VARYING I-TRA FROM 1 BY 1 UNTIL I-TRA > 4
               MOVE W-DESDE(I-TRA) TO CPL-DESDE(I-TRA)
               MOVE W-TASA(I-TRA) TO CPL-TASA(I-TRA)
               IF W-TASA(I-TRA) = ZEROS
                   MOVE ZEROS TO CPL-DESDE(I-TRA)
               END-IF
           END-PERFORM.

       300-ALTA.
           PERFORM 250-MUEVE-CAMPOS
           WRITE REG-COMPLAN
               INVALID KEY
                   DISPLAY "ERROR: EL PLAN YA EXISTE" AT 1710
               NOT INVALID KEY
                   ADD 1 TO W-ESCRITOS
                   DISPLAY "PLAN DADO DE ALTA" AT 1710
           END-WRITE
           DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
           ACCEPT W-OPC AT 1940
           MOVE SPACES TO W-OPC.

       310-CAMBIO.
           PERFORM 250-MUEVE-CAMPOS
           REWRITE REG-COMPLAN
               INVALID KEY
                   DISPLAY "ERROR: EL PLAN NO EXISTE" AT 1710
               NOT INVALID KEY
                   ADD 1 TO W-ESCRITOS
                   DISPLAY "PLAN ACTUALIZADO" AT 1710
           END-REWRITE
           DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
           ACCEPT W-OPC AT 1940
           MOVE SPACES TO W-OPC.

       320-BAJA.
           MOVE W-CODIGO TO CPL-PUESTO
           DELETE COMPLAN
               INVALID KEY
                   DISPLAY "ERROR: EL PLAN NO EXISTE" AT 1710
               NOT INVALID KEY
                   ADD 1 TO W-ESCRITOS
                   DISPLAY "PLAN DADO DE BAJA" AT 1710
           END-DELETE
           DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1910
           ACCEPT W-OPC AT 1940
           MOVE SPACES TO W-OPC.

       400-ESCRIBE-RUNLOG.
           MOVE "COMMNT" TO RUNLOG-PROGRAMA
           ACCEPT RUNLOG-FECHA FROM DATE
           ACCEPT RUNLOG-HORA FROM TIME
           MOVE RETURN-CODE TO W-RC-GUARDA
           CALL "SESUSR" USING RUNLOG-USUARIO
           MOVE W-RC-GUARDA TO RETURN-CODE
           MOVE W-CONSULTAS TO RUNLOG-LEIDOS
           MOVE W-ESCRITOS TO RUNLOG-ESCRITOS
           OPEN EXTEND RUNLOG
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG
           END-IF
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
