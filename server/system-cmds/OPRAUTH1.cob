       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRAUTH1.
      *****************************************************************
      * OPERATOR AUTHORITY PROGRAM - THE ONE PLACE THAT READS THE    *
      * OPRPRF01 OPERATOR PROFILE FILE (SEE OPRREC). MAIN001 CALLS   *
      * HERE AT SIGN-ON ('L' THEN 'S') AND BEFORE EVERY DISPATCH     *
      * ('A'); MAIN001B CALLS 'A' FOR EVERY TRANSACTION; NAMSRCH1    *
      * CALLS 'A' BEFORE CHAINING A PICK INTO MAINTENANCE. THE       *
      * REQUEST AREA AND PROTOCOL ARE DOCUMENTED ON OPAREC. KEPT AS  *
      * A CALLED SUBPROGRAM (SAME SHAPE AS SYSQSC1) SO THE FILE IS   *
      * OPENED WITH A FILE STATUS CHECK OUTSIDE MAIN001'S OWN        *
      * SELECTS, AND THE ROLE/OPTION RULES LIVE IN ONE PLACE.        *
      * THE FILE IS SMALL AND READ WHOLE ON EVERY CALL, SO A PROFILE *
      * CHANGE TAKES EFFECT AT THE NEXT DISPATCH WITHOUT A RESTART.  *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPRPRF01 ASSIGN TO "OPRPRF01"
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS WS-PROFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPRPRF01.
       COPY OPRREC OF CPYLIB.

       WORKING-STORAGE SECTION.
       01  WS-PROFILE-STATUS   PIC X(02) VALUE "00".

       01  WS-PROFILE-CONTROL.
           05  WS-PROFILE-EOF      PIC X(01) VALUE 'N'.
           05  WS-PROFILE-COUNT    PIC 9(05) VALUE 0.
           05  WS-FILE-USABLE      PIC X(01) VALUE 'N'.
           05  WS-OPERATOR-FOUND   PIC X(01) VALUE 'N'.
           05  WS-OPR-ROLE         PIC X(08).
           05  WS-OPR-SIGNON-CODE  PIC X(06).
           05  WS-OPR-STATUS-CD    PIC X(01).
           05  WS-OPTION-HITS      PIC 9(03) VALUE 0.

      *    THE OPERATOR'S OWN OPTIONS FOLLOWED BY ITS ROLE'S - ONE
      *    STRING SEARCHED FOR THE REQUESTED CODE OR AN '*'.
       01  WS-OPTIONS-HELD.
           05  WS-OPR-OPTIONS      PIC X(20).
           05  WS-ROLE-OPTIONS     PIC X(20).

      *    ROLES MAY SIT ANYWHERE IN THE FILE, BEFORE OR AFTER THE
      *    OPERATORS THAT NAME THEM - THEY ARE TABLED ON THE ONE
      *    PASS AND RESOLVED AFTER IT.
       01  WS-ROLE-TABLE.
           05  WS-ROLE-COUNT       PIC 9(02) VALUE 0.
           05  WS-ROLE-ENTRY OCCURS 50 TIMES.
               10  WS-ROLE-NAME        PIC X(08).
               10  WS-ROLE-OPTION-LIST PIC X(20).
       01  WS-ROLE-IDX         PIC 9(02) VALUE 0.

       LINKAGE SECTION.
       COPY OPAREC OF CPYLIB.

       PROCEDURE DIVISION USING OPA-PARM.

       MAIN-PROCESS.
           MOVE 'N' TO OPA-PROFILES-FLAG
           MOVE 'N' TO OPA-RESULT
           MOVE SPACES TO OPA-ROLE
           MOVE SPACES TO OPA-REASON
           PERFORM LOAD-OPERATOR-PROFILE
           IF WS-FILE-USABLE = 'N'
               MOVE "PROFILE FILE NOT USABLE" TO OPA-REASON
           ELSE
           IF WS-PROFILE-COUNT = 0
      *    NO PROFILES AT THIS SITE - NOTHING TO REFUSE ON.
               MOVE 'Y' TO OPA-RESULT
           ELSE
               MOVE 'Y' TO OPA-PROFILES-FLAG
               IF WS-OPERATOR-FOUND = 'N'
                   MOVE "OPERATOR HAS NO PROFILE" TO OPA-REASON
               ELSE
                   MOVE WS-OPR-ROLE TO OPA-ROLE
                   IF WS-OPR-STATUS-CD = 'S'
                       MOVE "OPERATOR SUSPENDED" TO OPA-REASON
                   ELSE
                       PERFORM ANSWER-REQUEST
                   END-IF
               END-IF
           END-IF
           END-IF
           GOBACK
           .

       ANSWER-REQUEST.
           IF OPA-REQ-LOOKUP
               MOVE 'Y' TO OPA-RESULT
           ELSE
               IF OPA-REQ-SIGNON
                   PERFORM CHECK-SIGNON-CODE
               ELSE
                   IF OPA-REQ-AUTHORIZE
                       PERFORM CHECK-OPTION-GRANTED
                   END-IF
               END-IF
           END-IF
           .

      *    THE SELECT IS OPTIONAL, SO AN ABSENT OPRPRF01 OPENS WITH
      *    STATUS 05 AND READS STRAIGHT TO END - IT MUST STILL BE
      *    CLOSED, OR THE NEXT CALL IN THE SAME RUN UNIT GETS 41.
      *    ANY OTHER FAILED OPEN IS A FILE THAT EXISTS BUT CANNOT BE
      *    READ: THAT REFUSES EVERYTHING RATHER THAN OPENING THE
      *    SYSTEM TO EVERY OPERATOR.
       LOAD-OPERATOR-PROFILE.
           MOVE 'N' TO WS-FILE-USABLE
           MOVE 'N' TO WS-OPERATOR-FOUND
           MOVE 'N' TO WS-PROFILE-EOF
           MOVE 0 TO WS-PROFILE-COUNT
           MOVE 0 TO WS-ROLE-COUNT
           MOVE SPACES TO WS-OPR-ROLE
           MOVE SPACES TO WS-OPR-SIGNON-CODE
           MOVE SPACES TO WS-OPR-STATUS-CD
           MOVE SPACES TO WS-OPTIONS-HELD
           OPEN INPUT OPRPRF01
           IF WS-PROFILE-STATUS = "00" OR WS-PROFILE-STATUS = "05"
               MOVE 'Y' TO WS-FILE-USABLE
               PERFORM UNTIL WS-PROFILE-EOF = 'Y'
                   READ OPRPRF01
                       AT END
                           MOVE 'Y' TO WS-PROFILE-EOF
                       NOT AT END
                           ADD 1 TO WS-PROFILE-COUNT
                           PERFORM TAKE-PROFILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE OPRPRF01
               PERFORM RESOLVE-OPERATOR-ROLE
           END-IF
           .

       TAKE-PROFILE-RECORD.
           IF OPR-TYPE-OPERATOR
              AND OPR-PROFILE-ID = OPA-OPERATOR-ID
               MOVE 'Y' TO WS-OPERATOR-FOUND
               MOVE OPR-ROLE TO WS-OPR-ROLE
               MOVE OPR-SIGNON-CODE TO WS-OPR-SIGNON-CODE
               MOVE OPR-STATUS-CD TO WS-OPR-STATUS-CD
               MOVE OPR-OPTIONS TO WS-OPR-OPTIONS
           ELSE
               IF OPR-TYPE-ROLE AND WS-ROLE-COUNT < 50
                   ADD 1 TO WS-ROLE-COUNT
                   MOVE OPR-PROFILE-ID TO WS-ROLE-NAME(WS-ROLE-COUNT)
                   MOVE OPR-OPTIONS
                       TO WS-ROLE-OPTION-LIST(WS-ROLE-COUNT)
               END-IF
           END-IF
           .

       RESOLVE-OPERATOR-ROLE.
           IF WS-OPERATOR-FOUND = 'Y' AND WS-OPR-ROLE NOT = SPACES
               PERFORM VARYING WS-ROLE-IDX FROM 1 BY 1
                       UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
                   IF WS-ROLE-NAME(WS-ROLE-IDX) = WS-OPR-ROLE
                       MOVE WS-ROLE-OPTION-LIST(WS-ROLE-IDX)
                           TO WS-ROLE-OPTIONS
                       MOVE WS-ROLE-COUNT TO WS-ROLE-IDX
                   END-IF
               END-PERFORM
           END-IF
           .

      *    A PROFILE WITH NO SIGN-ON CODE SET SIGNS ON WITH A BLANK
      *    CODE - THE SITE CHOSE NOT TO GIVE THAT OPERATOR ONE.
       CHECK-SIGNON-CODE.
           IF OPA-SIGNON-CODE = WS-OPR-SIGNON-CODE
               MOVE 'Y' TO OPA-RESULT
           ELSE
               MOVE "SIGN-ON CODE DOES NOT MATCH" TO OPA-REASON
           END-IF
           .

      *    A BLANK OPTION CODE WOULD MATCH THE PADDING IN THE OPTION
      *    LISTS, SO IT IS REFUSED OUTRIGHT.
       CHECK-OPTION-GRANTED.
           MOVE 0 TO WS-OPTION-HITS
           IF OPA-OPTION-CD NOT = SPACE
               INSPECT WS-OPTIONS-HELD
                   TALLYING WS-OPTION-HITS FOR ALL OPA-OPTION-CD
               INSPECT WS-OPTIONS-HELD
                   TALLYING WS-OPTION-HITS FOR ALL "*"
           END-IF
           IF WS-OPTION-HITS > 0
               MOVE 'Y' TO OPA-RESULT
           ELSE
               MOVE "OPTION NOT IN OPERATOR PROFILE" TO OPA-REASON
           END-IF
           .
