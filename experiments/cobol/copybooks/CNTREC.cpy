000100*----------------------------------------------------------*
000110* CNTREC - COLLECTOR CONTACT LOG RECORD                    *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   INITIAL VERSION.  ONE RECORD PER CALL OR  *
000160*                   OTHER CONTACT A COLLECTOR MAKES ON AN     *
000170*                   ACCOUNT, APPENDED TO THE CONTACT LOG      *
000180*                   (CONTACT.DAT) BY CONTACT-LOG AND READ BY  *
000190*                   COLL-WORKLIST AND COLL-SUMMARY.  THE      *
000200*                   CONTACT TIME IS HHMM, ZERO IF NOT KEYED,  *
000210*                   AND ONLY ORDERS SEVERAL CONTACTS ON THE   *
000220*                   SAME DAY.  OUTCOME CODES ARE PP (PROMISE  *
000230*                   TO PAY), LM (LEFT MESSAGE), NA (NO        *
000240*                   ANSWER), CB (CALL BACK REQUESTED), DS     *
000250*                   (DISPUTE RAISED), SP (CUSTOMER SAYS       *
000260*                   PAID), RF (REFUSED TO PAY), WN (WRONG     *
000270*                   NUMBER) AND OT (OTHER).  ON A PROMISE TO  *
000280*                   PAY THE FOLLOW-UP DATE IS THE DATE        *
000290*                   PAYMENT WAS PROMISED FOR AND THE PROMISE  *
000300*                   AMOUNT WHAT WAS PROMISED; ON ANY OTHER    *
000310*                   CONTACT THE FOLLOW-UP DATE, IF ANY, IS    *
000320*                   WHEN TO CALL AGAIN AND THE AMOUNT IS      *
000330*                   ZERO.                                     *
000340*----------------------------------------------------------*
000350 01  CONTACT-RECORD.
000360     05  CNT-CONTACT-KEY.
000370         10  CNT-CUSTOMER-ID     PIC X(10).
000380         10  CNT-CONTACT-DATE    PIC 9(08).
000390         10  CNT-CONTACT-TIME    PIC 9(04).
000400         10  CNT-COLLECTOR-ID    PIC X(04).
000410     05  CNT-OUTCOME-CODE    PIC X(02).
000420         88  CNT-PROMISE-TO-PAY         VALUE "PP".
000430         88  CNT-OUTCOME-VALID          VALUE "PP" "LM" "NA" "CB"
000440                                              "DS" "SP" "RF" "WN"
000450                                              "OT".
000460     05  CNT-PROMISE-AMOUNT  PIC 9(5)V99.
000470     05  CNT-FOLLOWUP-DATE   PIC 9(08).
000480     05  CNT-NOTE            PIC X(60).
000490     05  FILLER              PIC X(07).
