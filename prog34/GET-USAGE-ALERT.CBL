       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GET-USAGE-ALERT.
       AUTHOR. Ken Hartness.
      *DESCRIPTION.
      *    Hands back an account's chosen spending limit, the
      *    billed-through watermark its last alert went out under,
      *    and the level of that alert (75 or 100 percent).  An
      *    account with no record answers zeros: no limit of its
      *    own, and nothing sent.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USAGE-ALERT-FILE ASSIGN TO W-USGALERT-FILENAME
               ORGANIZATION IS RELATIVE
               ACCESS IS RANDOM
               RELATIVE KEY IS W-USGALERT-POS.

       DATA DIVISION.
       FILE SECTION.
       FD  USAGE-ALERT-FILE EXTERNAL.
       01  USAGE-ALERT-REC.
           05  UA-LIMIT            PIC 9(5)V99.
           05  UA-CYCLE-MARK       PIC 9(9).
           05  UA-LEVEL-SENT       PIC 9(3).
           05  UA-ALERT-DATE       PIC 9(8).
           05  FILLER              PIC X(3).

       WORKING-STORAGE SECTION.
       01  W-USGALERT-POS EXTERNAL     PIC 9(9) COMP.
       01  W-USGALERT-FILENAME EXTERNAL PIC X(512).

       LINKAGE SECTION.
       01  L-POSITION      PIC 9(9) COMP.
       01  L-LIMIT         PIC 9(5)V99.
       01  L-CYCLE-MARK    PIC 9(9) COMP.
       01  L-LEVEL-SENT    PIC 9(3).

       PROCEDURE DIVISION USING L-POSITION, L-LIMIT, L-CYCLE-MARK,
               L-LEVEL-SENT.
       GET-RECORD.
           MOVE 0 TO L-LIMIT, L-CYCLE-MARK, L-LEVEL-SENT.
           IF L-POSITION = 0 THEN
               GOBACK.
           MOVE L-POSITION TO W-USGALERT-POS.
           READ USAGE-ALERT-FILE
               INVALID KEY
                   GOBACK
           END-READ.
           MOVE UA-LIMIT TO L-LIMIT.
           MOVE UA-CYCLE-MARK TO L-CYCLE-MARK.
           MOVE UA-LEVEL-SENT TO L-LEVEL-SENT.
           GOBACK.
