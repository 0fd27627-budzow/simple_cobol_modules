      *                   THE PROFILE ALREADY ON FILE ON AN UPDATE,    *
      *                   SO AN UNTOUCHED FRSET FIELD NEVER REVOKES    *
      *                   ACCESS NOBODY ASKED TO CHANGE.               *
      *    10/15/26  DM   EVERY ADD, UPDATE, AND DELETE NOW WRITES A   *
      *                   BEFORE/AFTER RECORD TO THE NEW OPERATOR      *
      *                   HISTORY FILE (OPHIST) WITH THE SUPERVISOR'S  *
      *                   USER ID, TERMINAL, AND THE CHANGE TIME.  A   *
      *                   DELETE READS THE RECORD FOR UPDATE FIRST SO  *
      *                   ITS LAST IMAGE IS KEPT.  A FAILED HISTORY    *
      *                   WRITE BACKS THE OPMSTR CHANGE OUT -- BOTH    *
      *                   FILES ARE RECOVERABLE.  AN UPDATE THAT       *
      *                   CHANGES NOTHING LOGS NOTHING.                *
      ******************************************************************

       ENVIRONMENT DIVISION.
       01  WS-SUB                  PIC 9(01)   VALUE ZERO.
       01  WS-AUTH-CHECK.
           05  WS-AUTH-BYTE        PIC X(01)   OCCURS 4 TIMES.
       01  WS-HIST-OK-SW           PIC X(01)   VALUE 'Y'.
           88  WS-HIST-OK               VALUE 'Y'.
       01  WS-HIST-ACTION          PIC X(01).
       01  WS-HIST-BEFORE          PIC X(60).
       01  WS-HIST-AFTER           PIC X(60).
       01  WS-ABSTIME              PIC S9(15) COMP.
       01  WS-CHG-DATE             PIC 9(06).
       01  WS-CHG-TIME             PIC 9(06).
       01  WS-CHG-USERID           PIC X(08).

      ******************************************************************
      *    WS-MAINT-AREA IS A WORKING-STORAGE MIRROR OF HELOPCM (SAME  *
       COPY HELOPMM.
       COPY DFHAID.
       COPY HELOPMR.
       COPY HELOOPH.
       COPY HELOMSG.

       LINKAGE SECTION.
      *    4300-ADD-OPERATOR -- EDITS THE PANEL FIELDS AND WRITES A    *
      *    NEW OPERATOR RECORD.  A BLANK FUNCTIONS PROFILE DEFAULTS    *
      *    TO YNNN -- INQUIRY ONLY FOR A NEW HIRE.  A DUPLICATE KEY    *
      *    IS REPORTED, NOT OVERLAID.  THE NEW RECORD IS LOGGED TO     *
      *    OPHIST AS AN ADD.                                           *
      ******************************************************************
       4300-ADD-OPERATOR.

           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'A'              TO WS-HIST-ACTION
               MOVE SPACES           TO WS-HIST-BEFORE
               MOVE HELO-OPMR-RECORD TO WS-HIST-AFTER
               PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
               IF WS-HIST-OK
                   MOVE 'OPERATOR ADDED' TO WS-PANEL-MSG
               END-IF
           ELSE
               IF WS-FILE-RESP = DFHRESP(DUPREC)
                   MOVE 'OPERATOR ALREADY ON FILE - USE U TO UPDATE'
      *    FUNCTIONS FIELD THE SUPERVISOR DID NOT RE-KEY COMES BACK    *
      *    BLANK -- THAT SILENCE KEEPS THE PROFILE ALREADY ON FILE,    *
      *    THE SAME RULE HELOHRSY APPLIES TO A QUIET HR FEED, SO AN    *
      *    UPDATE NEVER REVOKES ACCESS NOBODY ASKED TO CHANGE.  THE    *
      *    RECORD AS READ AND AS REWRITTEN ARE LOGGED TO OPHIST AS A   *
      *    CHANGE, UNLESS THEY ARE THE SAME.                           *
      ******************************************************************
       4400-UPDATE-OPERATOR.

               MOVE HELO-OPMR-AUTH-PROFILE TO PAUTHI
           END-IF

           MOVE HELO-OPMR-RECORD TO WS-HIST-BEFORE

           PERFORM 7100-PANEL-TO-RECORD THRU 7100-EXIT

           EXEC CICS REWRITE

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'OPERATOR UPDATED' TO WS-PANEL-MSG
               IF HELO-OPMR-RECORD NOT = WS-HIST-BEFORE
                   MOVE 'C'              TO WS-HIST-ACTION
                   MOVE HELO-OPMR-RECORD TO WS-HIST-AFTER
                   PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
               END-IF
           ELSE
               MOVE 'OPMSTR REWRITE FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
           EXIT.

      ******************************************************************
      *    4500-DELETE-OPERATOR -- DELETES THE KEYED OPERATOR.  THE    *
      *    RECORD IS READ FOR UPDATE FIRST SO ITS LAST IMAGE CAN BE    *
      *    LOGGED TO OPHIST AS A DELETE.                               *
      ******************************************************************
       4500-DELETE-OPERATOR.

               GO TO 4500-EXIT
           END-IF

           EXEC CICS READ
                FILE('OPMSTR')
                INTO(HELO-OPMR-RECORD)
                RIDFLD(POPIDI)
                KEYLENGTH(3)
                UPDATE
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               IF WS-FILE-RESP = DFHRESP(NOTFND)
                   MOVE 'OPERATOR NOT ON FILE' TO WS-PANEL-MSG
               ELSE
                   MOVE 'OPMSTR READ FAILED - CALL THE HELP DESK'
                       TO WS-PANEL-MSG
               END-IF
               GO TO 4500-EXIT
           END-IF

           MOVE HELO-OPMR-RECORD TO WS-HIST-BEFORE

           EXEC CICS DELETE
                FILE('OPMSTR')
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP = DFHRESP(NORMAL)
               MOVE 'D'    TO WS-HIST-ACTION
               MOVE SPACES TO WS-HIST-AFTER
               PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT
               IF WS-HIST-OK
                   MOVE 'OPERATOR DELETED' TO WS-PANEL-MSG
               END-IF
           ELSE
               MOVE 'OPMSTR DELETE FAILED - CALL THE HELP DESK'
                   TO WS-PANEL-MSG
           END-IF.

       4500-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-HISTORY -- ONE OPHIST RECORD FOR THE OPMSTR      *
      *    CHANGE JUST MADE: THE ACTION, THE BEFORE AND AFTER IMAGES,  *
      *    THE SUPERVISOR'S USER ID AND TERMINAL, AND THE CHANGE       *
      *    TIMESTAMP.  A FAILED WRITE ROLLS THE OPMSTR CHANGE BACK --  *
      *    NO ONLINE CHANGE TO THE OPERATOR MASTER GOES UNLOGGED.      *
      ******************************************************************
       5000-WRITE-HISTORY.

           MOVE 'Y' TO WS-HIST-OK-SW

           EXEC CICS ASSIGN
                ABSTIME(WS-ABSTIME)
           END-EXEC

           EXEC CICS FORMATTIME
                ABSTIME(WS-ABSTIME)
                YYMMDD(WS-CHG-DATE)
                TIME(WS-CHG-TIME)
           END-EXEC

           EXEC CICS ASSIGN
                USERID(WS-CHG-USERID)
           END-EXEC

           MOVE SPACES          TO HELO-OPH-RECORD
           MOVE POPIDI          TO HELO-OPH-OPERID
           MOVE WS-CHG-DATE     TO HELO-OPH-CHG-DATE
           MOVE WS-CHG-TIME     TO HELO-OPH-CHG-TIME
           MOVE ZERO            TO HELO-OPH-CHG-SEQ
           MOVE WS-HIST-ACTION  TO HELO-OPH-ACTION
           MOVE 'O'             TO HELO-OPH-SOURCE
           MOVE WS-CHG-USERID   TO HELO-OPH-USERID
           MOVE EIBTRMID        TO HELO-OPH-TERM-ID
           MOVE ZERO            TO HELO-OPH-FEED-DATE
           MOVE WS-HIST-BEFORE  TO HELO-OPH-BEFORE
           MOVE WS-HIST-AFTER   TO HELO-OPH-AFTER

           EXEC CICS WRITE
                FILE('OPHIST')
                FROM(HELO-OPH-RECORD)
                RIDFLD(HELO-OPH-KEY)
                KEYLENGTH(18)
                RESP(WS-FILE-RESP)
           END-EXEC

           IF WS-FILE-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT
                    ROLLBACK
               END-EXEC
               MOVE 'N' TO WS-HIST-OK-SW
               IF WS-FILE-RESP = DFHRESP(DUPREC)
                   MOVE 'CHANGE NOT LOGGED - BACKED OUT, PRESS ENTER'
                       TO WS-PANEL-MSG
               ELSE
                   MOVE 'OPHIST WRITE FAILED - CHANGE BACKED OUT'
                       TO WS-PANEL-MSG
               END-IF
           END-IF.

       5000-EXIT.
           EXIT.

      ******************************************************************
      *    6000-EDIT-PANEL-FIELDS -- COMMON EDITS FOR ADD AND UPDATE.  *
      *    OPERATOR ID AND NAME ARE REQUIRED, SHIFT MUST BE 1, 2, OR   *
