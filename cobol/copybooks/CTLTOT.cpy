001800*                     INBOUND-VOLUME DENOMINATOR.  SPACES MEANS  *
001900*                     THE RUN WAS NOT FEED-SPECIFIC, AS EVERY    *
002000*                     ROW WRITTEN BEFORE THIS FIELD EXISTED.     *
002005*    2026-10-14 MAR   ADDED CTL-DATASET-ID, CTL-DATASET-SCOPE    *
002010*                     AND CTL-HASH-TOTAL.  A RUN THAT WRITES ONE *
002015*                     OF THE BACKED-UP DATASETS BKUPVRFY CHECKS  *
002020*                     (A CUSTSNAP GENERATION, OR JSONARCH) NAMES *
002025*                     IT HERE, AND ITS RECS-WRITTEN AND HASH     *
002030*                     TOTAL ARE THEN THAT DATASET'S COUNTS:      *
002035*                     SCOPE 'G' FOR A WHOLE NEW GENERATION, 'A'  *
002040*                     FOR ROWS ADDED TO THE DATASET IN PLACE.    *
002045*                     THE HASH TOTAL IS THE SUM OF SD-004 OVER A *
002050*                     CUSTSNAP GENERATION, AND OF JAR-SEQUENCE-  *
002055*                     NBR PLUS JAR-TIMESTAMP-TIME OVER JSONARCH  *
002060*                     ROWS.  SPACES/ZERO ON ANY OTHER ROW.       *
002100******************************************************************
002200 01  CTL-TOTALS-RECORD.
002300     05  CTL-TIMESTAMP.
002900     05  CTL-RECS-FAILED         PIC 9(009).
003000     05  CTL-RETURN-CODE         PIC 9(004).
003100     05  CTL-FEED-ID             PIC X(010) VALUE SPACES.
003200*
003300* THE BACKED-UP DATASET THIS ROW'S RECS-WRITTEN AND HASH TOTAL
003400* DESCRIBE, IF ANY.
003500     05  CTL-DATASET-ID          PIC X(008) VALUE SPACES.
003600         88  CTL-DATASET-CUSTSNAP    VALUE 'CUSTSNAP'.
003700         88  CTL-DATASET-JSONARCH    VALUE 'JSONARCH'.
003800     05  CTL-DATASET-SCOPE       PIC X(001) VALUE SPACES.
003900         88  CTL-SCOPE-GENERATION    VALUE 'G'.
004000         88  CTL-SCOPE-ADDED         VALUE 'A'.
004100     05  CTL-HASH-TOTAL          PIC 9(015) VALUE 0.
