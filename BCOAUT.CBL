       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCOAUT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM.
       OBJECT-COMPUTER. IBM.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCOPEND ASSIGN TO "BCOPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-REC-ID
               FILE STATUS IS BCOPEND-STATUS.
           SELECT EMPBANCO ASSIGN TO "EMPBANCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BCO-REC-ID
               FILE STATUS IS EMPBANCO-STATUS.
           SELECT EMPMAST ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-REC-ID
               FILE STATUS IS EMPMAST-STATUS.
           SELECT EMPJEF ASSIGN TO "EMPJEF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JEF-EMPLEADO-ID
               FILE STATUS IS EMPJEF-STATUS.
           SELECT USUARIOS ASSIGN TO "USUARIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-REC-ID
               FILE STATUS IS USUARIOS-STATUS.
           SELECT ALERTAS ASSIGN TO "ALERTAS"
               FILE STATUS IS ALERTAS-STATUS.
           SELECT RUNLOG ASSIGN TO "RUNLOG"
               FILE STATUS IS RUNLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BCOPEND.
       COPY "BCOPEND.wks".
       FD EMPBANCO.
       COPY "EMPBANCO.wks".
       FD EMPMAST.
       COPY "EMPMAST.wks".
       FD EMPJEF.
       COPY "EMPJEF.wks".
       FD USUARIOS.
       01 REG-USUARIO.
           03 USR-REC-ID PIC X(8).
           03 USR-REC-PASSWORD PIC X(8).
           03 USR-REC-NIVEL PIC 9.
       FD ALERTAS.
       COPY "ALERTAS.wks".
       FD RUNLOG.
       COPY "RUNLOG.wks".
       WORKING-STORAGE SECTION.
       01 W-RC-GUARDA PIC S9(9) VALUE ZEROS.
       01 BCOPEND-STATUS PIC XX.
       01 EMPBANCO-STATUS PIC XX.
       01 EMPMAST-STATUS PIC XX.
       01 EMPJEF-STATUS PIC XX.
       01 USUARIOS-STATUS PIC XX.
       01 ALERTAS-STATUS PIC XX.
       01 RUNLOG-STATUS PIC XX.
       01 SW-FIRMADO PIC 9 VALUE ZEROS.
       01 SW-FIN PIC 9 VALUE ZEROS.
       01 SW-ALR PIC 9 VALUE ZEROS.
       01 SW-EMPMAST PIC 9 VALUE ZEROS.
       01 SW-EMPJEF PIC 9 VALUE ZEROS.
       01 W-INTENTOS PIC 9 VALUE ZEROS.
       01 W-USR-ID PIC X(8) VALUE SPACES.
       01 W-JEFE-ID PIC X(8) VALUE SPACES.
       01 W-USR-PASS PIC X(8) VALUE SPACES.
       01 W-OPC PIC X VALUE SPACES.
       01 W-FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-LEIDOS PIC 9(5) VALUE ZEROS.
       01 W-APROBADOS PIC 9(5) VALUE ZEROS.
       01 W-RECHAZADOS PIC 9(5) VALUE ZEROS.
       01 W-PENDIENTES PIC 9(5) VALUE ZEROS.
       01 W-ENM-PROGRAMA PIC X(10) VALUE "BCOAUT".
       01 W-ENM-TIPO PIC X(5) VALUE "CLABE".
       01 W-ENM-LLAVE PIC X(18) VALUE SPACES.
       01 W-ENM-VALOR PIC X(18) VALUE SPACES.
       01 W-ENM-RESULTADO PIC X(18) VALUE SPACES.
       PROCEDURE DIVISION.
       000-INICIO.
           MOVE ZEROS TO RETURN-CODE
           OPEN I-O BCOPEND
           IF BCOPEND-STATUS NOT = "00"
               DISPLAY ERASE
               DISPLAY "NO HAY CAMBIOS DE CUENTA PENDIENTES" AT 0510
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
               ACCEPT W-OPC AT 0740
               GOBACK
           END-IF
           PERFORM 100-FIRMA-AUTORIZADOR
           IF SW-FIRMADO = 1
               ACCEPT W-FECHA-HOY FROM DATE
               ADD 20000000 TO W-FECHA-HOY
               OPEN I-O EMPBANCO
               IF EMPBANCO-STATUS = "35"
                   OPEN OUTPUT EMPBANCO
                   CLOSE EMPBANCO
                   OPEN I-O EMPBANCO
               END-IF
               OPEN INPUT EMPMAST
               IF EMPMAST-STATUS = "00"
                   MOVE 1 TO SW-EMPMAST
               END-IF
               OPEN INPUT EMPJEF
               IF EMPJEF-STATUS = "00"
                   MOVE 1 TO SW-EMPJEF
               END-IF
               PERFORM 200-RECORRE-PENDIENTES
               IF SW-EMPMAST = 1
                   CLOSE EMPMAST
               END-IF
               IF SW-EMPJEF = 1
                   CLOSE EMPJEF
               END-IF
               CLOSE EMPBANCO
               DISPLAY ERASE
               DISPLAY "AUTORIZACION DE CUENTAS BANCARIAS" AT 0310
               DISPLAY "APROBADAS  :" AT 0510
               DISPLAY W-APROBADOS AT 0523
               DISPLAY "RECHAZADAS :" AT 0610
               DISPLAY W-RECHAZADOS AT 0623
               DISPLAY "PENDIENTES :" AT 0710
               DISPLAY W-PENDIENTES AT 0723
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0910
               ACCEPT W-OPC AT 0940
           END-IF
           CLOSE BCOPEND
           PERFORM 600-ESCRIBE-RUNLOG
           GOBACK.

       100-FIRMA-AUTORIZADOR.
           MOVE ZEROS TO SW-FIRMADO
           OPEN INPUT USUARIOS
           IF USUARIOS-STATUS NOT = "00"
               DISPLAY ERASE
               DISPLAY "NO HAY ARCHIVO DE USUARIOS" AT 0510
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 0710
               ACCEPT W-OPC AT 0740
           ELSE
               MOVE ZEROS TO W-INTENTOS
               PERFORM UNTIL SW-FIRMADO = 1 OR W-INTENTOS = 3
                   DISPLAY ERASE
                   DISPLAY "CUENTAS BANCARIAS - AUTORIZACION" AT 0310
                   DISPLAY "USUARIO :" AT 0510
                   MOVE SPACES TO W-USR-ID
                   ACCEPT W-USR-ID AT 0520
                   DISPLAY "PASSWORD:" AT 0710
                   MOVE SPACES TO W-USR-PASS
                   ACCEPT W-USR-PASS AT 0720 WITH NO-ECHO
                   MOVE W-USR-ID TO USR-REC-ID
                   READ USUARIOS
                       INVALID KEY
                           ADD 1 TO W-INTENTOS
                           DISPLAY "USUARIO O PASSWORD INCORRECTO"
                               AT 0910
                           ACCEPT W-OPC AT 0940
                       NOT INVALID KEY
                           PERFORM 150-VALIDA-AUTORIZADOR
                   END-READ
               END-PERFORM
               CLOSE USUARIOS
           END-IF.

       150-VALIDA-AUTORIZADOR.
           IF USR-REC-PASSWORD NOT = W-USR-PASS
               ADD 1 TO W-INTENTOS
               DISPLAY "USUARIO O PASSWORD INCORRECTO" AT 0910
               ACCEPT W-OPC AT 0940
           ELSE
               IF USR-REC-NIVEL < 4
                   ADD 1 TO W-INTENTOS
                   DISPLAY "NIVEL INSUFICIENTE - REQUIERE NIVEL 4"
                       AT 0910
                   ACCEPT W-OPC AT 0950
               ELSE
                   MOVE 1 TO SW-FIRMADO
               END-IF
           END-IF.

       200-RECORRE-PENDIENTES.
           MOVE ZEROS TO SW-FIN
           MOVE LOW-VALUES TO PND-REC-ID
           START BCOPEND KEY IS NOT LESS THAN PND-REC-ID
               INVALID KEY
                   MOVE 1 TO SW-FIN
           END-START
           PERFORM UNTIL SW-FIN = 1
               READ BCOPEND NEXT
                   AT END
                       MOVE 1 TO SW-FIN
                   NOT AT END
                       IF PND-ESTADO = "P"
                           ADD 1 TO W-LEIDOS
                           PERFORM 250-REVISA-SOLICITUD
                       END-IF
               END-READ
           END-PERFORM.

       250-REVISA-SOLICITUD.
           DISPLAY ERASE
           DISPLAY "SOLICITUD DE CAMBIO DE CUENTA BANCARIA" AT 0310
           DISPLAY "EMPLEADO    :" AT 0510
           DISPLAY PND-REC-ID AT 0524
           IF SW-EMPMAST = 1
               MOVE PND-REC-ID TO EMP-REC-ID
               READ EMPMAST
                   INVALID KEY
                       DISPLAY "NO EXISTE EN MAESTRO" AT 0534
                   NOT INVALID KEY
                       DISPLAY EMP-REC-NOMBRE AT 0534
               END-READ
           END-IF
           DISPLAY "MOVIMIENTO  :" AT 0610
           IF PND-ACCION = "A"
               DISPLAY "ALTA DE CUENTA" AT 0624
           ELSE
               DISPLAY "CAMBIO DE CLABE" AT 0624
           END-IF
           DISPLAY "CAPTURO     :" AT 0710
           DISPLAY PND-USUARIO AT 0724
           DISPLAY PND-FECHA AT 0734
           DISPLAY PND-HORA AT 0744
           DISPLAY "JEFE INMED. :" AT 0810
           PERFORM 260-MUESTRA-JEFE
           MOVE PND-REC-ID TO W-ENM-LLAVE
           MOVE PND-REC-ID TO BCO-REC-ID
           READ EMPBANCO
               INVALID KEY
                   MOVE SPACES TO BCO-REC-CLABE BCO-REC-BANCO
           END-READ
           DISPLAY "CLABE VIGENTE:" AT 0910
           MOVE BCO-REC-CLABE TO W-ENM-VALOR
           CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
               W-ENM-VALOR W-ENM-RESULTADO
           DISPLAY W-ENM-RESULTADO AT 0925
           DISPLAY BCO-REC-BANCO AT 0945
           DISPLAY "CLABE NUEVA  :" AT 1010
           MOVE PND-CLABE TO W-ENM-VALOR
           CALL "ENMASC" USING W-ENM-PROGRAMA W-ENM-TIPO W-ENM-LLAVE
               W-ENM-VALOR W-ENM-RESULTADO
           DISPLAY W-ENM-RESULTADO AT 1025
           DISPLAY PND-BANCO AT 1045
           IF PND-USUARIO = W-USR-ID
               ADD 1 TO W-PENDIENTES
               DISPLAY "NO PUEDE AUTORIZAR SU PROPIO CAMBIO" AT 1210
               DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1410
               ACCEPT W-OPC AT 1440
           ELSE
               DISPLAY "A=APROBAR R=RECHAZAR (ENTER=DEJAR PENDIENTE):"
                   AT 1210
               MOVE SPACES TO W-OPC
               ACCEPT W-OPC AT 1257
               EVALUATE W-OPC
                   WHEN "A" WHEN "a"
                       PERFORM 300-APRUEBA
                   WHEN "R" WHEN "r"
                       PERFORM 400-RECHAZA
                   WHEN OTHER
                       ADD 1 TO W-PENDIENTES
               END-EVALUATE
           END-IF.

       260-MUESTRA-JEFE.
           MOVE SPACES TO W-JEFE-ID
           IF SW-EMPJEF = 1
               MOVE PND-REC-ID TO JEF-EMPLEADO-ID
               READ EMPJEF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE JEF-SUPERVISOR TO W-JEFE-ID
               END-READ
           END-IF
           IF W-JEFE-ID = SPACES
               DISPLAY "SIN JEFE REGISTRADO" AT 0824
           ELSE
               DISPLAY W-JEFE-ID AT 0824
               IF SW-EMPMAST = 1
                   MOVE W-JEFE-ID TO EMP-REC-ID
                   READ EMPMAST
                       INVALID KEY
                           DISPLAY "NO EXISTE EN MAESTRO" AT 0834
                       NOT INVALID KEY
                           DISPLAY EMP-REC-NOMBRE AT 0834
                   END-READ
               END-IF
           END-IF.

       300-APRUEBA.
           MOVE PND-REC-ID TO BCO-REC-ID
           MOVE PND-CLABE TO BCO-REC-CLABE
           MOVE PND-BANCO TO BCO-REC-BANCO
           MOVE "A" TO BCO-REC-ESTATUS
           MOVE W-FECHA-HOY TO BCO-REC-FEC-CAMBIO
           REWRITE REG-EMPBANCO
               INVALID KEY
                   WRITE REG-EMPBANCO
           END-REWRITE
           IF EMPBANCO-STATUS = "00"
               MOVE "A" TO PND-ESTADO
               PERFORM 450-CIERRA-SOLICITUD
               ADD 1 TO W-APROBADOS
               PERFORM 500-RECONOCE-ALERTAS
               DISPLAY "CUENTA APROBADA" AT 1410
           ELSE
               ADD 1 TO W-PENDIENTES
               DISPLAY "ERROR AL ACTUALIZAR EMPBANCO" AT 1410
               DISPLAY EMPBANCO-STATUS AT 1440
           END-IF
           DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
           ACCEPT W-OPC AT 1640.

       400-RECHAZA.
           MOVE "R" TO PND-ESTADO
           PERFORM 450-CIERRA-SOLICITUD
           ADD 1 TO W-RECHAZADOS
           PERFORM 500-RECONOCE-ALERTAS
           DISPLAY "CAMBIO RECHAZADO - SIGUE LA CUENTA VIGENTE" AT 1410
           DISPLAY "OPRIMA ENTER PARA CONTINUAR" AT 1610
           ACCEPT W-OPC AT 1640.

       450-CIERRA-SOLICITUD.
           MOVE W-USR-ID TO PND-AUTORIZA
           MOVE W-FECHA-HOY TO PND-FECHA-AUT
           REWRITE REG-BCOPEND
               INVALID KEY
                   DISPLAY "ERROR AL CERRAR LA SOLICITUD" AT 1310
           END-REWRITE.

       500-RECONOCE-ALERTAS.
           MOVE ZEROS TO SW-ALR
           OPEN I-O ALERTAS
           IF ALERTAS-STATUS = "00"
               PERFORM UNTIL SW-ALR = 1
                   READ ALERTAS
                       AT END
                           MOVE 1 TO SW-ALR
                       NOT AT END
                           PERFORM 510-RECONOCE-UNA
                   END-READ
               END-PERFORM
               CLOSE ALERTAS
           END-IF.

       510-RECONOCE-UNA.
           IF ALR-PROGRAMA = "EMPBCO" AND ALR-ESTADO = "A"
                   AND ALR-LLAVE = W-ENM-LLAVE
               MOVE "R" TO ALR-ESTADO
               MOVE W-USR-ID TO ALR-USUARIO-REC
               MOVE W-FECHA-HOY(3:6) TO ALR-FECHA-REC
               REWRITE REG-ALERTA
           END-IF.

       600-ESCRIBE-RUNLOG.
           MOVE "BCOAUT" TO RUNLOG-PROGRAMA
           ACCEPT RUNLOG-FECHA FROM DATE
           ACCEPT RUNLOG-HORA FROM TIME
           MOVE RETURN-CODE TO W-RC-GUARDA
           CALL "SESUSR" USING RUNLOG-USUARIO
           MOVE W-RC-GUARDA TO RETURN-CODE
           MOVE W-LEIDOS TO RUNLOG-LEIDOS
           COMPUTE RUNLOG-ESCRITOS = W-APROBADOS + W-RECHAZADOS
           OPEN EXTEND RUNLOG
           IF RUNLOG-STATUS = "35"
               OPEN OUTPUT RUNLOG
           END-IF
           WRITE REG-RUNLOG
           CLOSE RUNLOG.
