003700*                     WITH HYPHENS, DDMMYYYY, OR THE RAW         *
003800*                     YYYYMMDD.  SPACES MEANS YYYYMMDD, AS       *
003900*                     EVERY ROW BEFORE THE FIELD DID.            *
003910*    2026-10-14 MAR   ADDED FCF-DAILY-CAP, THE PARTNER'S         *
003920*                     CONTRACTED MAXIMUM RECORDS PER DAY ACROSS  *
003930*                     EVERY RUN AND PART.  JSNGDLY SENDS THE     *
003940*                     FEED'S VOLBKLG BACKLOG FIRST AND DEFERS    *
003950*                     EVERY CUSTOMER PAST THE CAP TO IT.  ZERO   *
003960*                     OR SPACES MEANS NO DAILY CAP.              *
003965*    2026-10-14 MAR   ADDED FCF-PAYLOAD-FORMAT.  'CSV ' HAS      *
003970*                     JSNGDLY WRITE THE FEED'S GENERATION AS     *
003975*                     COMMA-DELIMITED ROWS UNDER A COLUMN HEADER *
003980*                     ROW OF THE FEED'S OWN FIELD NAMES, FOR     *
003985*                     PARTNERS THAT CANNOT TAKE JSON LINES.      *
003990*                     SPACES MEANS JSON, AS EVERY ROW BEFORE THE *
003995*                     FIELD DID.                                 *
003996*    2026-10-14 MAR   ADDED FCF-PKEY-XREF-FEED, THE PKEYXREF     *
003997*                     INBOUND FEED WHOSE PARTNER KEYS THIS FEED  *
003998*                     SENDS IN PLACE OF SD-001.  SPACES MEANS    *
003999*                     THE FEED SENDS OUR OWN KEYS.               *
004009*    2026-10-14 MAR   ADDED FCF-PAYLOAD-VERSION, THE OUTBOUND    *
004019*                     PAYLOAD VERSION (PLVSHAPE.CPY) THE FEED    *
004029*                     HAS CERTIFIED AGAINST.  JSNGDLY BUILDS THE *
004039*                     FEED'S BUFFERS TO THAT VERSION'S SHAPE AND *
004049*                     CARRIES IT IN THE RUN HEADER.  ZERO OR     *
004059*                     SPACES MEANS THE CURRENT VERSION, AS EVERY *
004069*                     ROW BEFORE THE FIELD GOT.                  *
004071*    2026-10-14 MAR   ADDED FCF-PARENT-KEY-SW.  'Y' ADDS THE     *
004073*                     CUSTOMER'S CUSTHIER PARENT KEY TO THE      *
004075*                     FEED'S PAYLOAD (PAYLOAD VERSION 005 ON).   *
004077*                     SPACES LEAVES IT OFF.                      *
004079******************************************************************
004100 01  FCF-FEED-CONFIG-RECORD.
004200     05  FCF-FEED-ID             PIC X(010).
004300     05  FCF-DETAIL-SEGMENT-SW   PIC X(001).
004900         88  FCF-DATE-DDMMYYYY       VALUE 'DDMMYYYY'.
005000         88  FCF-DATE-YYYYMMDD       VALUE 'YYYYMMDD' SPACES.
005100     05  FCF-MAX-RECORDS         PIC 9(009).
005200     05  FCF-DAILY-CAP           PIC 9(009).
005300     05  FCF-PAYLOAD-FORMAT      PIC X(004).
005400         88  FCF-FORMAT-JSON         VALUE 'JSON' SPACES.
005500         88  FCF-FORMAT-CSV          VALUE 'CSV '.
005600     05  FCF-PKEY-XREF-FEED      PIC X(010).
005700     05  FCF-PAYLOAD-VERSION     PIC 9(003).
005800     05  FCF-PARENT-KEY-SW       PIC X(001).
005900         88  FCF-PARENT-KEY-SUBSCRIBED VALUE 'Y'.
