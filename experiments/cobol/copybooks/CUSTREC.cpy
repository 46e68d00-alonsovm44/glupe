000269*                   PROGRAM FRAMING THIS RECORD CARRIES THE   *
000270*                   NEW LENGTH, SAME AS EVERY WIDENING        *
000271*                   BEFORE IT.                                *
000272*  10/15/2026 RWH   ADDED TERMS-CODE, THE CUSTOMER'S PAYMENT  *
000273*                   TERMS - A KEY INTO THE TERMS TABLE        *
000274*                   (TERMS.DAT) THAT INV-REGISTER USES TO     *
000275*                   STAMP A DUE DATE AND ANY EARLY-PAYMENT    *
000276*                   DISCOUNT ON EVERY INVOICE IT BOOKS.       *
000277*                   SPACES MEAN DUE ON RECEIPT.  A 27-BYTE    *
000278*                   FILLER IS RESERVED AT THE END SO THE NEXT *
000279*                   FEW FIELDS CAN BE CARVED OUT OF IT        *
000280*                   WITHOUT ANOTHER WIDENING.  RECORD GROWS   *
000281*                   FROM 149 TO 180 BYTES - EVERY PROGRAM     *
000282*                   FRAMING THIS RECORD CARRIES THE NEW       *
000283*                   LENGTH.                                   *
000284*  10/15/2026 RWH   ADDED PARENT-ID AND FAMILY-CREDIT-LIMIT   *
000285*                   FOR CORPORATE ACCOUNT HIERARCHIES, CARVED *
000286*                   OUT OF THE RESERVED FILLER SO THE RECORD  *
000287*                   STAYS 180 BYTES.  A DIVISION CARRIES ITS  *
000288*                   PARENT'S CUSTOMER-ID IN PARENT-ID (SPACES *
000289*                   FOR A STAND-ALONE ACCOUNT OR A PARENT).   *
000290*                   FAMILY-CREDIT-LIMIT IS KEPT ON THE        *
000291*                   PARENT'S OWN RECORD AND IS THE LIMIT FOR  *
000292*                   THE PARENT AND ALL ITS DIVISIONS          *
000293*                   TOGETHER; ZERO MEANS THE PARENT'S OWN     *
000294*                   CREDIT-LIMIT COVERS THE FAMILY.  ONE      *
000295*                   LEVEL ONLY - A PARENT HAS NO PARENT.      *
000296*  10/15/2026 RWH   HOLD-CODE "C" NOW MARKS A CREDIT HOLD,    *
000297*                   SET THROUGH CUST-MAINT FROM A             *
000298*                   CREDIT-REVIEW RECOMMENDATION THE CREDIT   *
000299*                   MANAGER HAS APPROVED.  LAYOUT UNCHANGED.  *
000300*                   DUNNING STILL WRITES TO AN ACCOUNT ON     *
000301*                   CREDIT HOLD; ONLY "D" STOPS LETTERS.      *
000302*  10/15/2026 RWH   ADDED COLLECTOR-ID, THE COLLECTOR THE     *
000303*                   ACCOUNT IS ASSIGNED TO FOR THE COLLECTOR  *
000304*                   WORKLIST (SPACES FOR UNASSIGNED), CARVED  *
000305*                   OUT OF THE RESERVED FILLER SO THE RECORD  *
000306*                   STAYS 180 BYTES.                          *
000307*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000308*----------------------------------------------------------*
000309 01  CUSTOMER-RECORD.
000310     05  CUSTOMER-ID         PIC X(10).
000311     05  CUSTOMER-NAME       PIC X(20).
000312     05  BALANCE             PIC 9(5)V99.
000313     05  BALANCE-SIGNED REDEFINES BALANCE
000320                         PIC S9(5)V99 SIGN TRAILING.
000330     05  AGE-DAYS            PIC 9(03).
000340     05  CREDIT-LIMIT        PIC 9(5)V99.
000380     05  ADDR-CITY-ST-ZIP    PIC X(30).
000390     05  HOLD-CODE           PIC X(01).
000400     05  PROMISE-DATE        PIC 9(08).
000410     05  TERMS-CODE          PIC X(04).
000412     05  PARENT-ID           PIC X(10).
000414     05  FAMILY-CREDIT-LIMIT PIC 9(7)V99.
000416     05  COLLECTOR-ID        PIC X(04).
000420     05  FILLER              PIC X(04).
