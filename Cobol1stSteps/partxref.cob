       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTXREF.

      *    SHARED ITEM CROSS-REFERENCE SUBPROGRAM, IN THE SPIRIT OF
      *    CUSTTERMS: EVERY PROGRAM THAT TAKES AN ITEM ON AN ORDER
      *    ASKS HERE WHAT THE IDENTIFIER IT WAS GIVEN MEANS, INSTEAD
      *    OF READING partxref.dat ITSELF. LS-FUNC SELECTS:
      *       'R' RESOLVE LS-ITEM-ID FOR CUSTOMER LS-ID-NUM. THE
      *           CUSTOMER'S OWN PART NUMBERS ARE TRIED FIRST, THEN
      *           THE UPC/EAN BARCODES; ANYTHING ELSE IS TAKEN TO BE
      *           OUR OWN PROD-CODE. RETURNS THE PROD-CODE TO READ IN
      *           LS-PROD-CODE, HOW IT WAS FOUND IN LS-MATCH
      *           (C = CUSTOMER PART, U = BARCODE, P = OUR CODE, X =
      *           TOO LONG TO BE OUR CODE AND NOT CROSS-REFERENCED)
      *           AND THE CUSTOMER'S PART NUMBER TO PRINT IN
      *           LS-CUST-PART.
      *       'P' THE CUSTOMER'S PART NUMBER FOR PRODUCT LS-PROD-CODE,
      *           SO A LINE KEYED BY OUR CODE STILL PRINTS THEIRS.
      *    LS-CUST-PART IS SPACES WHEN THE CUSTOMER HAS NONE FOR THE
      *    PRODUCT. THE FILE IS LOADED ON FIRST CALL AND KEPT FOR THE
      *    REST OF THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO 'partxref.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-XREF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD XREF-FILE.
       01 XREF-DATA.
          COPY PART-XREF.

       WORKING-STORAGE SECTION.
       01 WS-XREF-STATUS       PIC XX.
       01 WS-EOF               PIC X.
       01 WS-LOADED            PIC X     VALUE 'N'.
       01 WS-FOUND             PIC X.
      *    PART NUMBERS ARE KEPT IN UPPER CASE, HOWEVER KEYED
       01 WS-ITEM-ID           PIC X(20).
       01 WS-XR-COUNT          PIC 9(4)  VALUE ZERO.
       01 WS-XR-TABLE.
          02 WS-XR-ENTRY OCCURS 1 TO 5000 TIMES
             DEPENDING ON WS-XR-COUNT.
             03 WX-TYPE               PIC X.
             03 WX-ID-NUM             PIC 9(5).
             03 WX-ITEM-ID            PIC X(20).
             03 WX-PROD-CODE          PIC X(10).
       01 WS-XR-I              PIC 9(4).

       LINKAGE SECTION.
       01 LS-FUNC            PIC X.
       01 LS-ID-NUM          PIC 9(5).
       01 LS-ITEM-ID         PIC X(20).
       01 LS-PROD-CODE       PIC X(10).
       01 LS-CUST-PART       PIC X(20).
       01 LS-MATCH           PIC X.

       PROCEDURE DIVISION USING LS-FUNC LS-ID-NUM LS-ITEM-ID
           LS-PROD-CODE LS-CUST-PART LS-MATCH.

       PARTXREF-MAIN.
           IF WS-LOADED IS EQUAL TO 'N'
              PERFORM LOAD-XREF-TABLE
              MOVE 'Y' TO WS-LOADED
           END-IF.
           MOVE SPACES TO LS-CUST-PART.
           IF LS-FUNC IS EQUAL TO 'R'
              PERFORM RESOLVE-ITEM-ID
           ELSE
              PERFORM FIND-CUSTOMER-PART
           END-IF.
           GOBACK.

       RESOLVE-ITEM-ID.
           MOVE FUNCTION UPPER-CASE(LS-ITEM-ID) TO WS-ITEM-ID
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WX-TYPE(WS-XR-I) IS EQUAL TO 'C' AND
                      WX-ID-NUM(WS-XR-I) IS EQUAL TO LS-ID-NUM AND
                      WX-ITEM-ID(WS-XR-I) IS EQUAL TO WS-ITEM-ID
                      MOVE 'Y' TO WS-FOUND
                      MOVE WX-PROD-CODE(WS-XR-I) TO LS-PROD-CODE
                      MOVE WS-ITEM-ID TO LS-CUST-PART
                      MOVE 'C' TO LS-MATCH
                   END-IF
           END-PERFORM
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WX-TYPE(WS-XR-I) IS EQUAL TO 'U' AND
                      WX-ITEM-ID(WS-XR-I) IS EQUAL TO WS-ITEM-ID
                      MOVE 'Y' TO WS-FOUND
                      MOVE WX-PROD-CODE(WS-XR-I) TO LS-PROD-CODE
                      MOVE 'U' TO LS-MATCH
                   END-IF
           END-PERFORM
           IF WS-FOUND IS EQUAL TO 'N'
              MOVE LS-ITEM-ID TO LS-PROD-CODE
              IF LS-ITEM-ID(11:10) IS EQUAL TO SPACES
                 MOVE 'P' TO LS-MATCH
              ELSE
                 MOVE 'X' TO LS-MATCH
              END-IF
           END-IF
           IF LS-MATCH IS NOT EQUAL TO 'C'
              PERFORM FIND-CUSTOMER-PART
           END-IF.

      *    THE FIRST OF THE CUSTOMER'S PART NUMBERS FOR THE PRODUCT
       FIND-CUSTOMER-PART.
           MOVE 'N' TO WS-FOUND
           PERFORM VARYING WS-XR-I FROM 1 BY 1
              UNTIL WS-XR-I > WS-XR-COUNT OR WS-FOUND IS EQUAL TO 'Y'
                   IF WX-TYPE(WS-XR-I) IS EQUAL TO 'C' AND
                      WX-ID-NUM(WS-XR-I) IS EQUAL TO LS-ID-NUM AND
                      WX-PROD-CODE(WS-XR-I) IS EQUAL TO LS-PROD-CODE
                      MOVE 'Y' TO WS-FOUND
                      MOVE WX-ITEM-ID(WS-XR-I) TO LS-CUST-PART
                   END-IF
           END-PERFORM.

       LOAD-XREF-TABLE.
           MOVE 'N' TO WS-EOF
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS IS NOT EQUAL TO '00'
              CONTINUE
           ELSE
              PERFORM UNTIL WS-EOF IS EQUAL TO 'Y'
                      READ XREF-FILE
                      AT END
                         MOVE 'Y' TO WS-EOF
                      NOT AT END
                         IF WS-XR-COUNT IS LESS THAN 5000
                            ADD 1 TO WS-XR-COUNT
                            MOVE PX-TYPE TO WX-TYPE(WS-XR-COUNT)
                            MOVE PX-ID-NUM TO WX-ID-NUM(WS-XR-COUNT)
                            MOVE PX-ITEM-ID TO
                               WX-ITEM-ID(WS-XR-COUNT)
                            MOVE PX-PROD-CODE TO
                               WX-PROD-CODE(WS-XR-COUNT)
                         END-IF
                      END-READ
              END-PERFORM
              CLOSE XREF-FILE
           END-IF.
