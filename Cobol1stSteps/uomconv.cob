       IDENTIFICATION DIVISION.
       PROGRAM-ID. UOMCONV.

      *    SHARED UNIT-OF-MEASURE SUBPROGRAM, IN THE SPIRIT OF
      *    CUSTTERMS: EVERY PROGRAM THAT TAKES A QUANTITY OR PRICE IN
      *    A UNIT OTHER THAN THE BASE EACH ASKS HERE HOW MANY EACH THE
      *    UNIT HOLDS, INSTEAD OF READING produom.dat ITSELF. STOCK,
      *    LOTS AND THE MOVEMENT LEDGER ARE ALWAYS KEPT IN EACH, SO
      *    THE CALLER MULTIPLIES BY LS-FACTOR BEFORE ANYTHING IS
      *    POSTED. LS-FUNC SELECTS:
      *       'F' THE FACTOR OF UNIT LS-UOM FOR PRODUCT LS-PROD-CODE.
      *           EA IS ALWAYS 1. LS-RESULT IS 'N' (AND THE FACTOR 1)
      *           WHEN THE PRODUCT HAS NO SUCH UNIT.
      *       'S' THE UNIT THE PRODUCT IS SOLD BY AND ITS FACTOR
      *       'B' THE UNIT THE PRODUCT IS BOUGHT BY AND ITS FACTOR
      *           - EA AND 1, WITH LS-RESULT 'N', WHEN NONE IS SET.
      *    THE FILE IS LOADED ON FIRST CALL AND KEPT FOR THE REST OF
      *    THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UOM-FILE ASSIGN TO 'produom.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-UOM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD UOM-FILE.
       01 UOM-DATA.
          COPY PROD-UOM.

       WORKING-STORAGE SECTION.
       01 WS-UOM-STATUS        PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-FOUND             PIC X.
       01 WS-UM-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-UM-TABLE.
          02 WS-UM-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-UM-COUNT.
             03 WU-PROD-CODE          PIC X(10).
             03 WU-UOM                PIC X(2).
             03 WU-FACTOR             PIC 9(4).
             03 WU-SELL-BY            PIC X.
             03 WU-BUY-BY             PIC X.
       01 WS-UM-I              PIC 9(4).

       LINKAGE SECTION.
       01 LS-FUNC            PIC X.
       01 LS-PROD-CODE       PIC X(10).
       01 LS-UOM             PIC X(2).
       01 LS-FACTOR          PIC 9(4).
       01 LS-RESULT          PIC X.

       PROCEDURE DIVISION USING LS-FUNC LS-PROD-CODE LS-UOM
           LS-FACTOR LS-RESULT.

       UOMCONV-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-UOM-TABLE
              MOVE 'Y' TO WS-LOADED
           END-IF.
           MOVE 'N' TO WS-FOUND.
           MOVE 1 TO LS-FACTOR.
           EVALUATE LS-FUNC
           WHEN 'F'
                PERFORM FIND-UNIT-FACTOR
           WHEN 'S'
                PERFORM FIND-SELL-BY-UNIT
           WHEN 'B'
                PERFORM FIND-BUY-BY-UNIT
           END-EVALUATE.
           MOVE WS-FOUND TO LS-RESULT.
           GOBACK.

       FIND-UNIT-FACTOR.
           MOVE FUNCTION UPPER-CASE(LS-UOM) TO LS-UOM
           IF LS-UOM IS EQUAL TO 'EA'
              MOVE 'Y' TO WS-FOUND
           ELSE
              PERFORM VARYING WS-UM-I FROM 1 BY 1
                 UNTIL WS-UM-I > WS-UM-COUNT OR
                    WS-FOUND IS EQUAL TO 'Y'
                      IF WU-PROD-CODE(WS-UM-I) IS EQUAL TO
                         LS-PROD-CODE AND
                         WU-UOM(WS-UM-I) IS EQUAL TO LS-UOM
                         MOVE 'Y' TO WS-FOUND
                         MOVE WU-FACTOR(WS-UM-I) TO LS-FACTOR
                      END-IF
              END-PERFORM
           END-IF.

       FIND-SELL-BY-UNIT.
           MOVE 'EA' TO LS-UOM
           PERFORM VARYING WS-UM-I FROM 1 BY 1
              UNTIL WS-UM-I > WS-UM-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WU-PROD-CODE(WS-UM-I) IS EQUAL TO LS-PROD-CODE
                      AND WU-SELL-BY(WS-UM-I) IS EQUAL TO 'Y'
                      MOVE 'Y' TO WS-FOUND
                      MOVE WU-UOM(WS-UM-I) TO LS-UOM
                      MOVE WU-FACTOR(WS-UM-I) TO LS-FACTOR
                   END-IF
           END-PERFORM.

       FIND-BUY-BY-UNIT.
           MOVE 'EA' TO LS-UOM
           PERFORM VARYING WS-UM-I FROM 1 BY 1
              UNTIL WS-UM-I > WS-UM-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WU-PROD-CODE(WS-UM-I) IS EQUAL TO LS-PROD-CODE
                      AND WU-BUY-BY(WS-UM-I) IS EQUAL TO 'Y'
                      MOVE 'Y' TO WS-FOUND
                      MOVE WU-UOM(WS-UM-I) TO LS-UOM
                      MOVE WU-FACTOR(WS-UM-I) TO LS-FACTOR
                   END-IF
           END-PERFORM.

      *    A ROW WITH NO USABLE FACTOR IS SKIPPED RATHER THAN LET IT
      *    TURN A QUANTITY INTO ZERO
       LOAD-UOM-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT UOM-FILE
           IF WS-UOM-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ UOM-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF PU-FACTOR IS NUMERIC AND
                            PU-FACTOR IS GREATER THAN ZERO AND
                            WS-UM-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-UM-COUNT
                            MOVE PU-PROD-CODE TO
                               WU-PROD-CODE(WS-UM-COUNT)
                            MOVE PU-UOM TO WU-UOM(WS-UM-COUNT)
                            MOVE PU-FACTOR TO WU-FACTOR(WS-UM-COUNT)
                            MOVE PU-SELL-BY TO
                               WU-SELL-BY(WS-UM-COUNT)
                            MOVE PU-BUY-BY TO WU-BUY-BY(WS-UM-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE UOM-FILE
           END-IF.
