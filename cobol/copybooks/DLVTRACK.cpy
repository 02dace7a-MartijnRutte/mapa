003300*                     DATE/TIME KEY, SO EACH PART'S RECEIPT      *
003400*                     CONFIRMS INDEPENDENTLY.  SPACES MEANS A    *
003500*                     ROW WRITTEN BEFORE PARTS EXISTED.          *
003510*    2026-10-14 MAR   DLV-RESEND-SW 'R' MARKS A FULL-BOOK RESYNC *
003520*                     JSNGDLY GENERATED FROM A REBUILT MASTER    *
003530*                     (SEE RSYNPARM.CPY).  IT CONFIRMS THROUGH   *
003540*                     JSNDLVCF LIKE ANY OTHER GENERATION, BUT    *
003550*                     BILLXTR ITEMIZES IT ON ITS OWN ROW.        *
003555*    2026-10-14 MAR   ADDED DLV-RECALL-COUNT: THE RECALL NOTICES   *
003560*                     THE GENERATION CARRIED FOR CUSTOMERS THE     *
003565*                     PARTNER HAD BEEN SENT BUT NO LONGER GETS.    *
003570*                     THEY ARE NOT PART OF DLV-RECORD-COUNT, SO    *
003575*                     BILLING VOLUMES ARE UNCHANGED.  SPACES MEANS *
003580*                     A ROW WRITTEN BEFORE RECALLS EXISTED.        *
003585*    2026-10-14 MAR   ADDED THE HELD STATUS: FEEDCONF FOUND THE  *
003590*                     GENERATION OUTSIDE THE PARTNER'S PAYLOAD   *
003592*                     SPEC (SEE PAYLSPEC.CPY), SO IT IS NOT TO   *
003594*                     BE TRANSMITTED.  JSNDLVCF CARRIES IT       *
003596*                     FORWARD UNTOUCHED UNTIL A RE-CHECK PASSES. *
003600******************************************************************
003700 01  DLV-TRACK-RECORD.
003800     05  DLV-GENERATION.
004500         88  DLV-STATUS-CONFIRMED    VALUE 'C'.
004600         88  DLV-STATUS-ESCALATED    VALUE 'E'.
004700         88  DLV-STATUS-SHADOW       VALUE 'S'.
004750         88  DLV-STATUS-HELD         VALUE 'H'.
004800     05  DLV-RECEIPT-ID          PIC X(020) VALUE SPACES.
004900     05  DLV-CONFIRM-DATE        PIC 9(008) VALUE 0.
005000     05  DLV-CONFIRM-TIME        PIC 9(008) VALUE 0.
005100     05  DLV-RESEND-SW           PIC X(001) VALUE 'N'.
005200         88  DLV-IS-RESEND           VALUE 'Y'.
005250         88  DLV-IS-RESYNC           VALUE 'R'.
005300         88  DLV-NOT-RESEND          VALUE 'N' ' '.
005400     05  DLV-PART-NBR            PIC 9(003) VALUE 1.
005500     05  DLV-RECALL-COUNT        PIC 9(009) VALUE 0.
