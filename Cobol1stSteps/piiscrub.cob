       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIISCRUB.

      *    SHARED PII SCRUBBER, IN THE SPIRIT OF SECLOG: OVERWRITES A
      *    CUSTOMER'S NAME AND EVERY CONTACT FIELD WITH THE NEUTRAL
      *    PLACEHOLDERS THE ERASURE PROCEDURE AGREED WITH THE
      *    AUDITORS. MAINCUSTANONYMIZE USES IT FOR ONE CUSTOMER ON
      *    REQUEST AND MAINTRAINBUILD FOR EVERY CUSTOMER WHEN THE
      *    TRAINING SET IS BUILT, SO THE TWO CAN NEVER DRIFT APART.
      *    THE FIELDS ARE THOSE OF CUSTOMER-CONTACT; A CALLER
      *    SCRUBBING ONLY AN ADDRESS (A SHIP-TO) PASSES WORK FIELDS
      *    FOR THE REST AND IGNORES THEM.
       DATA DIVISION.
       LINKAGE SECTION.
       01 LS-FIRST-NAME      PIC X(15).
       01 LS-LAST-NAME       PIC X(15).
       01 LS-STREET          PIC X(25).
       01 LS-CITY            PIC X(20).
       01 LS-STATE           PIC X(2).
       01 LS-ZIP             PIC X(10).
       01 LS-PHONE           PIC X(15).
       01 LS-EMAIL           PIC X(30).

       PROCEDURE DIVISION USING LS-FIRST-NAME LS-LAST-NAME LS-STREET
           LS-CITY LS-STATE LS-ZIP LS-PHONE LS-EMAIL.

       PIISCRUB-MAIN.
           MOVE 'REDACTED' TO LS-FIRST-NAME.
           MOVE 'REDACTED' TO LS-LAST-NAME.
           MOVE 'REMOVED' TO LS-STREET.
           MOVE 'REMOVED' TO LS-CITY.
           MOVE SPACES TO LS-STATE.
           MOVE '00000' TO LS-ZIP.
           MOVE 'REMOVED' TO LS-PHONE.
           MOVE 'REMOVED' TO LS-EMAIL.
           GOBACK.
