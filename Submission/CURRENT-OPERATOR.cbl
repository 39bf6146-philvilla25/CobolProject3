       IDENTIFICATION DIVISION.
       PROGRAM-ID. CURRENT-OPERATOR.              *> Program identifier and name
           *> Shared signed-on operator inquiry, called the way
           *> READ-CASH-BALANCE is: PORTFOLIO-MENU sets the operator
           *> who signed on in the EXTERNAL session record and clears
           *> it at sign-off, and every program that journals an entry
           *> or logs a run asks here who that operator is - so the ID
           *> lands on the audit trail without being passed down every
           *> CALL chain. The record belongs to the run unit, so each
           *> terminal's menu sees only its own operator. A run unit
           *> that never passed a sign-on (the scheduled overnight
           *> chain, or a standalone run) is reported as BATCH with no
           *> role.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY '../OPERATOR-SESSION.dat'.

       LINKAGE SECTION.
       01 LS-OPERATOR-ID PIC X(8).                *> Signed-on operator, BATCH if none
       01 LS-OPERATOR-ROLE PIC X(10).             *> Operator's role, blank if none

       PROCEDURE DIVISION USING LS-OPERATOR-ID LS-OPERATOR-ROLE.
       MAIN-PROCEDURE.
           MOVE 'BATCH' TO LS-OPERATOR-ID.
           MOVE SPACES TO LS-OPERATOR-ROLE.
           IF SESSION-SIGNED-ON = 'Y'
               MOVE SESSION-OPERATOR-ID TO LS-OPERATOR-ID
               MOVE SESSION-OPERATOR-ROLE TO LS-OPERATOR-ROLE
           END-IF.

           EXIT PROGRAM.                          *> Exit subroutine

       END PROGRAM CURRENT-OPERATOR.
