       01 PARM-LINEA PIC X(20) VALUE SPACES.
       01 FECHA-AMD PIC 9(6) VALUE ZEROS.
       01 FECHA-HOY PIC 9(8) VALUE ZEROS.
       01 W-DIA-SEMANA PIC 9 VALUE ZEROS.
       01 FERIADO-DESC PIC X(20) VALUE SPACES.
       01 FECHA-CORTE PIC 9(8) VALUE ZEROS.
       01 PERIODO-CORRIDA PIC 9(8) VALUE ZEROS.
       01 PROXIMA-CORRIDA PIC 9(8) VALUE ZEROS.
       01 COMPANIAS-CORRIDAS PIC 9(3) VALUE ZEROS.
       01 COMPANIAS-FALLIDAS PIC 9(3) VALUE ZEROS.
       01 W-RC-ENTGEN   PIC S9(9) VALUE ZEROS.
       01 W-RC-EDITENT  PIC S9(9) VALUE ZEROS.
       01 W-RC-BSORT3   PIC S9(9) VALUE ZEROS.
       01 W-RC-CMPDETA  PIC S9(9) VALUE ZEROS.
       01 W-RC-POLIZA   PIC S9(9) VALUE ZEROS.
       01 W-RC-RECIBO   PIC S9(9) VALUE ZEROS.
       01 W-RC-DISPER   PIC S9(9) VALUE ZEROS.
       01 W-RC-CTLDISP  PIC S9(9) VALUE ZEROS.
       01 W-RC-REPDIST  PIC S9(9) VALUE ZEROS.
       01 W-RC-REPWRITE PIC S9(9) VALUE ZEROS.
       PROCEDURE DIVISION.
               DISPLAY "PROCNOCHE: NO SE CIERRA EL PERIODO"
           END-IF
           PERFORM 640-REPORTE-TIEMPOS
           IF SW-SIMULA = 0
               PERFORM 650-DEPURA-BITACORAS
           END-IF
           PERFORM 820-QUITA-LOCK
           IF COMPANIAS-FALLIDAS > 0
               DISPLAY "PROCNOCHE: COMPANIAS CON FALLA "
       070-CANCELA-PROGRAMAS.
           CANCEL "EMPBKP"
           CANCEL "TRANSAPL"
           CANCEL "ENTGEN"
           CANCEL "EDITENT"
           CANCEL "BSORT3"
           CANCEL "CMPDETA"
           CANCEL "POLIZA"
           CANCEL "RECIBO"
           CANCEL "CFDIGEN"
           CANCEL "CTLDISP"
           CANCEL "DISPER"
           CANCEL "CONCNOM"
           CANCEL "REPDIST"
           CANCEL "REPWRITE"
           CANCEL "GENROTA"
           CANCEL "INTEGAUD"
           CANCEL "SETCIA"
           CANCEL "DEDUCCION"
           CANCEL "IMSSCUO"
           CANCEL "IDSEMOV"
           CANCEL "CONALR"
           CANCEL "OBLCORR"
           CANCEL "OBLFEC"
           CANCEL "EXPALR"
           CANCEL "EXPFALT"
           CANCEL "APRJEF"
           CANCEL "JEFDEP".

       100-CORRE-COMPANIA.
           ADD 1 TO COMPANIAS-CORRIDAS
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-IF
           MOVE "ENTGEN" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: ENTGEN YA COMPLETADO - SE OMITE"
               MOVE W-RC-PREVIO TO W-RC-ENTGEN
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO ENTGEN"
               CALL "ENTGEN"
               MOVE RETURN-CODE TO W-RC-ENTGEN
               MOVE W-RC-ENTGEN TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
           END-IF
           IF W-RC-ENTGEN > 4
               DISPLAY "PROCNOCHE: ENTGEN TERMINO CON ERRORES"
               DISPLAY "PROCNOCHE: RC=" W-RC-ENTGEN
               DISPLAY "PROCNOCHE: SE OMITE EL RESTO DE LA COMPANIA"
               MOVE 1 TO SW-FALLA
           ELSE
               IF W-RC-ENTGEN = 4
                   DISPLAY "PROCNOCHE: ENTGEN CON ADVERTENCIAS"
                   DISPLAY "PROCNOCHE: VER ENTGEN.REP"
               END-IF
               MOVE "EDITENT" TO W-PASO
               PERFORM 610-PASO-COMPLETO
               IF SW-PASO-HECHO = 1
                   DISPLAY "PROCNOCHE: EDITENT YA COMPLETADO - SE OMITE"
                   MOVE W-RC-PREVIO TO W-RC-EDITENT
               ELSE
                   DISPLAY "PROCNOCHE: INICIANDO EDITENT"
                   CALL "EDITENT"
                   MOVE RETURN-CODE TO W-RC-EDITENT
                   MOVE W-RC-EDITENT TO W-PASO-RC
                   PERFORM 620-REGISTRA-PASO
               END-IF
               IF W-RC-EDITENT > 4
                   DISPLAY "PROCNOCHE: EDITENT TERMINO CON ERRORES"
                   DISPLAY "PROCNOCHE: RC=" W-RC-EDITENT
                   DISPLAY "PROCNOCHE: SE OMITE EL RESTO DE LA COMPANIA"
                   MOVE 1 TO SW-FALLA
               ELSE
                   IF W-RC-EDITENT = 4
                       DISPLAY "PROCNOCHE: EDITENT CON RECHAZOS"
                       DISPLAY "PROCNOCHE: VER EDITREP"
                   END-IF
                   PERFORM 110-CORRE-NOMINA
               END-IF
           END-IF
           MOVE "OBLCORR" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE OBLCORR EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: OBLCORR YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO OBLCORR"
               CALL "OBLCORR"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: OBLIGACIONES AL CORRIENTE"
               ELSE
                   DISPLAY "PROCNOCHE: OBLCORR CON AVISOS O FALLAS"
                   DISPLAY "PROCNOCHE: VER ALERTAS"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           END-IF
           IF SW-FALLA = 1
               ADD 1 TO COMPANIAS-FALLIDAS
                   DISPLAY "PROCNOCHE: RC=" W-RC-RECIBO
               END-IF
           END-IF
           MOVE "CFDIGEN" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE CFDIGEN EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: CFDIGEN YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO CFDIGEN"
               CALL "CFDIGEN"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: CFDIGEN TERMINO CORRECTAMENTE"
               ELSE
                   DISPLAY "PROCNOCHE: CFDIGEN CON ADVERTENCIAS"
                   DISPLAY "PROCNOCHE: VER CFDICTL"
               END-IF
           END-IF
           END-IF
           MOVE "CTLDISP" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE CTLDISP EN SIMULACION"
               MOVE ZEROS TO W-RC-CTLDISP
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: CTLDISP YA COMPLETADO - SE OMITE"
               MOVE W-RC-PREVIO TO W-RC-CTLDISP
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO CTLDISP"
               CALL "CTLDISP"
               MOVE RETURN-CODE TO W-RC-CTLDISP
               MOVE W-RC-CTLDISP TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-RC-CTLDISP = 0
                   DISPLAY "PROCNOCHE: CTLDISP TERMINO CORRECTAMENTE"
               ELSE
                   DISPLAY "PROCNOCHE: CTLDISP CON HALLAZGOS"
                   DISPLAY "PROCNOCHE: VER CTLREP"
               END-IF
           END-IF
           END-IF
           MOVE "DISPER" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               END-IF
           END-IF
           END-IF
           MOVE "CONCNOM" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE CONCNOM EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: CONCNOM YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO CONCNOM"
               CALL "CONCNOM"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: CONCNOM SIN DIFERENCIAS"
               ELSE
                   DISPLAY "PROCNOCHE: CONCNOM CON DIFERENCIAS"
                   DISPLAY "PROCNOCHE: VER CONCREP"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           END-IF
           MOVE "REPDIST" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-PASO-HECHO = 1
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           MOVE "IDSEMOV" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE IDSEMOV EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: IDSEMOV YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO IDSEMOV"
               CALL "IDSEMOV"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: IDSEMOV TERMINO CORRECTAMENTE"
               ELSE
                   DISPLAY "PROCNOCHE: IDSEMOV CON AVISOS PENDIENTES"
                   DISPLAY "PROCNOCHE: VER IDSEREP"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           END-IF
           MOVE "CONALR" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE CONALR EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: CONALR YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO CONALR"
               CALL "CONALR"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: CONALR TERMINO CORRECTAMENTE"
               ELSE
                   DISPLAY "PROCNOCHE: CONALR CON CONTRATOS VENCIDOS"
                   DISPLAY "PROCNOCHE: VER CONALRR"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           END-IF
           MOVE "EXPALR" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE EXPALR EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: EXPALR YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO EXPALR"
               CALL "EXPALR"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: EXPALR TERMINO CORRECTAMENTE"
               ELSE
                   DISPLAY "PROCNOCHE: EXPALR CON DOCUMENTOS VENCIDOS"
                   DISPLAY "PROCNOCHE: VER EXPALRR"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           END-IF
           COMPUTE W-DIA-SEMANA =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(FECHA-HOY) - 1, 7)
               + 1
           MOVE "EXPFALT" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF W-DIA-SEMANA NOT = 1
               DISPLAY "PROCNOCHE: EXPFALT SOLO CORRE EN LUNES"
           ELSE
           IF SW-SIMULA = 1
               DISPLAY "PROCNOCHE: SE OMITE EXPFALT EN SIMULACION"
           ELSE
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: EXPFALT YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO EXPFALT"
               CALL "EXPFALT"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: EXPFALT SIN FALTANTES"
               ELSE
                   DISPLAY "PROCNOCHE: EXPFALT CON FALTANTES"
                   DISPLAY "PROCNOCHE: VER EXPFALR"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           END-IF
           END-IF
           MOVE "APRJEF" TO W-PASO
           PERFORM 610-PASO-COMPLETO
           IF SW-PASO-HECHO = 1
               DISPLAY "PROCNOCHE: APRJEF YA COMPLETADO - SE OMITE"
           ELSE
               DISPLAY "PROCNOCHE: INICIANDO APRJEF"
               CALL "APRJEF"
               MOVE RETURN-CODE TO W-PASO-RC
               PERFORM 620-REGISTRA-PASO
               IF W-PASO-RC = 0
                   DISPLAY "PROCNOCHE: APRJEF TERMINO CORRECTAMENTE"
               ELSE
                   DISPLAY "PROCNOCHE: APRJEF CON PENDIENTES SIN JEFE"
                   DISPLAY "PROCNOCHE: VER REPALOG"
               END-IF
               MOVE ZEROS TO RETURN-CODE
           END-IF
           IF W-RC-EDITENT NOT = 0 OR W-RC-RECIBO NOT = 0
                   OR W-RC-DISPER NOT = 0 OR W-RC-REPDIST NOT = 0
                   OR W-RC-REPWRITE NOT = 0
           WRITE LINEA FROM LINEA-TOT-TMP
           CLOSE TIEMPOS.

       650-DEPURA-BITACORAS.
           DISPLAY "PROCNOCHE: INICIANDO LOGPURGA"
           CALL "LOGPURGA"
           IF RETURN-CODE = 0
               DISPLAY "PROCNOCHE: LOGPURGA TERMINO CORRECTAMENTE"
           ELSE
               DISPLAY "PROCNOCHE: LOGPURGA CON ADVERTENCIAS"
               DISPLAY "PROCNOCHE: VER LOGREP"
           END-IF
           CANCEL "LOGPURGA"
           MOVE ZEROS TO RETURN-CODE.

       830-CONSULTA-CALENDARIO.
           ACCEPT PARM-LINEA FROM COMMAND-LINE
           ACCEPT FECHA-AMD FROM DATE
