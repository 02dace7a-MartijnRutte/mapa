003700*                  FORWARD UNTOUCHED -- THEY WERE NEVER           *
003800*                  TRANSMITTED, SO THERE IS NOTHING TO MATCH OR   *
003900*                  ESCALATE.  SEE FEEDCFG.CPY'S PILOT FLAG.       *
003910* 2026-10-14 MAR   HELD GENERATIONS (FEEDCONF FOUND THEM OUTSIDE  *
003920*                  THE PARTNER'S PAYLOAD SPEC) ARE CARRIED        *
003930*                  FORWARD UNTOUCHED LIKE SHADOW ONES -- THEY     *
003940*                  WERE NOT TRANSMITTED, AND THE HOLD IS ALREADY  *
003950*                  ON FEEDCONF'S CONFRPT REPORT.                  *
004000******************************************************************
004100 Environment Division.
004200 Input-Output Section.
015300     05  WS-RECS-PENDING      PIC 9(009) COMP-5 VALUE 0.
015400     05  WS-RECS-ESCALATED    PIC 9(009) COMP-5 VALUE 0.
015500     05  WS-RECS-SHADOW       PIC 9(009) COMP-5 VALUE 0.
015550     05  WS-RECS-HELD         PIC 9(009) COMP-5 VALUE 0.
015600
015700******************************************************************
015800 Procedure Division.
022900         ADD 1 TO WS-RECS-SHADOW
023000         GO TO 2000-WRITE-ROW
023100     END-IF
023110
023120*
023130* A HELD GENERATION WAS STOPPED SHORT OF TRANSMISSION -- CARRY
023140* IT FORWARD UNTOUCHED UNTIL FEEDCONF RELEASES IT.
023150     IF DLV-STATUS-HELD OF DLV-TRACK-RECORD
023160         ADD 1 TO WS-RECS-HELD
023170         GO TO 2000-WRITE-ROW
023180     END-IF
023200
023300     PERFORM 2100-FIND-RECEIPT THRU 2100-EXIT
023400
055800     DISPLAY MYNAME ' GENERATIONS PENDING   = ' WS-RECS-PENDING
055900     DISPLAY MYNAME ' GENERATIONS ESCALATED = ' WS-RECS-ESCALATED
056000     DISPLAY MYNAME ' GENERATIONS SHADOW    = ' WS-RECS-SHADOW
056050     DISPLAY MYNAME ' GENERATIONS HELD      = ' WS-RECS-HELD
056100     DISPLAY MYNAME ' End'
056200
056300     .
