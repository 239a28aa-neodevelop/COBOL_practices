       01 W-PERIODO-X PIC X(08) VALUE SPACES.
       01 W-IMPUESTO PIC 9(05)V99 VALUE ZEROS.
       01 W-IMSS     PIC 9(05)V99 VALUE ZEROS.
       01 W-SUBSIDIO PIC 9(05)V99 VALUE ZEROS.
       01 W-NETO     PIC 9(05)V99 VALUE ZEROS.
       01 W-FECHA-CALC PIC 9(08) VALUE ZEROS.
       01 W-DIAS-AUS PIC 99 VALUE ZEROS.
       01 W-JEFE-ID PIC X(8) VALUE SPACES.
       01 W-JEFE-NOMBRE PIC X(30) VALUE SPACES.
       01 SW-JEFE PIC 9 VALUE ZEROS.
       COPY "CUOIMSS.wks".
       01 LINEA-R3 PIC X(80) VALUE ALL "==".
       01 ENCABEZADO-DIS.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(09) VALUE "PERIODO: ".
           03 PERIODO-ENC PIC 9(08).
       01 ENCABEZADO-JEFE.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(12) VALUE "DIRIGIDO A: ".
           03 JEFE-ID-ENC PIC X(08).
           03 FILLER PIC X(01) VALUE SPACES.
           03 JEFE-NOMBRE-ENC PIC X(30).
       01 ENCABEZADO-DIS2.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(08) VALUE "EMPL-ID".
           03 ARCHIVO-L PIC X(40).
           03 FILLER PIC X(02) VALUE SPACES.
           03 REGISTROS-L PIC ZZ,ZZ9.
           03 FILLER PIC X(02) VALUE SPACES.
           03 JEFE-L PIC X(08).
       01 DEPCAT-STATUS PIC XX.
       01 NUM-CATDEP PIC 99 VALUE ZEROS.
       01 I-CATDEP PIC 99 VALUE ZEROS.
           03 TCD-ENTRADA OCCURS 20 TIMES.
               05 TCD-NOMBRE PIC X(15).
               05 TCD-DIRECCION PIC X(20).
               05 TCD-RESPONSABLE PIC X(30).
       01 NUM-DIRS PIC 99 VALUE ZEROS.
       01 I-DIR PIC 99 VALUE ZEROS.
       01 IDX-DIR PIC 99 VALUE ZEROS.
           03 FILLER PIC X(05) VALUE SPACES.
           03 FILLER PIC X(41) VALUE
              "DISTRIBUCION DE REPORTES POR DEPARTAMENTO".
           03 FILLER PIC X(08) VALUE " FECHA: ".
           03 FECHA-LOG PIC 9(06).

       PROCEDURE DIVISION.
       000-INICIO.
               MOVE 1 TO SW-HISTORIA
           END-IF
           OPEN OUTPUT REPDLOG
           ACCEPT FECHA-LOG FROM DATE
           WRITE LINEA-LOG FROM ENCABEZADO-LOG
           WRITE LINEA-LOG FROM LINEA-R3
           PERFORM 100-LECTURA
           END-IF
           PERFORM 600-ESCRIBE-RUNLOG
           CLOSE SALIDA
           CANCEL "JEFDEP"
           GOBACK.

       040-CARGA-DEPCAT.
                               TO TCD-NOMBRE(NUM-CATDEP)
                           MOVE DEP-REC-DIRECCION
                               TO TCD-DIRECCION(NUM-CATDEP)
                           MOVE DEP-REC-RESPONSABLE
                               TO TCD-RESPONSABLE(NUM-CATDEP)
                   END-READ
               END-PERFORM
               CLOSE DEPCAT
               MOVE HIS-NETO TO W-NETO
           ELSE
               CALL "DEDUCCION" USING SUELDO-S W-IMPUESTO
                   W-IMSS W-NETO W-FECHA-CALC EMPLEADO-ID-S PERIODO-S
                   W-DIAS-AUS CUO-IMSS W-SUBSIDIO
           END-IF.

       300-ABRE-DEPTO.
           MOVE DEPTO-S TO DEPTO-ENC
           MOVE PERIODO-RPT TO PERIODO-ENC
           WRITE LINEA FROM ENCABEZADO-DIS
           PERFORM 320-BUSCA-JEFE
           WRITE LINEA FROM ENCABEZADO-JEFE
           WRITE LINEA FROM LINEA-R3
           WRITE LINEA FROM ENCABEZADO-DIS2
           WRITE LINEA FROM LINEA-R3.

       320-BUSCA-JEFE.
           CALL "JEFDEP" USING DEPTO-S W-JEFE-ID W-JEFE-NOMBRE SW-JEFE
           IF SW-JEFE = 1
               MOVE W-JEFE-ID TO JEFE-ID-ENC
               MOVE W-JEFE-NOMBRE TO JEFE-NOMBRE-ENC
           ELSE
               MOVE SPACES TO W-JEFE-ID
               MOVE SPACES TO JEFE-ID-ENC
               MOVE SPACES TO JEFE-NOMBRE-ENC
               PERFORM VARYING I-CATDEP FROM 1 BY 1
                       UNTIL I-CATDEP > NUM-CATDEP
                   IF TCD-NOMBRE(I-CATDEP) = DEPTO-S
                       MOVE TCD-RESPONSABLE(I-CATDEP)
                           TO JEFE-NOMBRE-ENC
                   END-IF
               END-PERFORM
           END-IF.

       400-CIERRA-DEPTO.
           MOVE DEPTO-TOTAL TO SUBTOTAL-D
           IF GRAN-TOTAL > ZEROS
           MOVE DEPTO-ANTERIOR TO DEPTO-L
           MOVE W-ARCHIVO TO ARCHIVO-L
           MOVE REG-EN-DEPTO TO REGISTROS-L
           MOVE W-JEFE-ID TO JEFE-L
           WRITE LINEA-LOG FROM LINEA-LOG-DET
           PERFORM 420-ACUMULA-DIRECCION.

