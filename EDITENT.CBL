       01 MOV-LEIDOS PIC 9(07) VALUE ZEROS.
       01 MOV-ACEPTADOS PIC 9(07) VALUE ZEROS.
       01 MOV-RECHAZADOS PIC 9(07) VALUE ZEROS.
       01 NUM-CONCEPTOS PIC 999 VALUE ZEROS.
       01 I-CON PIC 999 VALUE ZEROS.
       01 IDX-CON PIC 999 VALUE ZEROS.
       01 TABLA-CONCEPTOS.
           03 TC-ENTRADA OCCURS 200 TIMES.
               05 TC-CODIGO PIC X(3).
               05 TC-DESC PIC X(30).
               05 TC-GRAVABLE PIC X.
           OPEN INPUT CONCAT
           IF CONCAT-STATUS = "00"
               PERFORM UNTIL CONCAT-STATUS = "10"
                       OR NUM-CONCEPTOS = 200
                   READ CONCAT
                       AT END
                           MOVE "10" TO CONCAT-STATUS
                               TO TC-GRAVABLE(NUM-CONCEPTOS)
                   END-READ
               END-PERFORM
               IF NUM-CONCEPTOS = 200 AND CONCAT-STATUS NOT = "10"
                   READ CONCAT
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY "EDITENT: CONCEPTOS EXCEDEN 200"
                           DISPLAY "EDITENT: SE USAN LOS PRIMEROS 200"
                   END-READ
               END-IF
               CLOSE CONCAT
           END-IF
           IF NUM-CONCEPTOS > ZEROS
