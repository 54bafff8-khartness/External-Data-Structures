      *    every entry into the surviving branch's books through
      *    ADD-CUSTOMER-NAME and ADD-CUSTOMER-PHONE -- so duplicate
      *    names and the shared-line rules are enforced on the way
      *    in, exactly as if a clerk had keyed them.  An account
      *    whose name moves is re-homed to the surviving branch, so
      *    the branch-burst reports follow it.  Every refusal
      *    prints as a collision for manual review.  Only a pass with
      *    no collisions retires the closing book: the old files are
      *    copied to .RETIRED names and deleted, so a messy pass

       01  W-CLOSING-BRANCH    PIC X(2).
       01  W-SURVIVING-BRANCH  PIC X(2).
       01  L-BRANCH-STATUS     PIC 9.
       01  W-CLOSING-NAME-PATH PIC X(512).
       01  W-CLOSING-PHONE-BASE PIC X(512).
       01  W-CLOSING-BKT-PATH  PIC X(512).
                   W-POSITION
               IF STATUS-OK THEN
                   ADD 1 TO W-NAMES-MOVED
                   CALL 'SET-HOME-BRANCH' USING L-BRANCH-STATUS,
                       W-POSITION, W-SURVIVING-BRANCH
               ELSE
                   ADD 1 TO W-COLLISIONS
                   DISPLAY "  NAME COLLISION: ", W-ADD-NAME,
