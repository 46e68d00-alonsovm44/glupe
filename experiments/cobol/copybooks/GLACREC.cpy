000100*----------------------------------------------------------*
000110* GLACREC - GL ACCOUNT MAP RECORD (GLACCTS.DAT)             *
000120*----------------------------------------------------------*
000130*  DATE       INIT  DESCRIPTION                              *
000140*  ---------  ----  -----------------------------------------*
000150*  10/15/2026 RWH   EXTRACTED FROM LEGACY-SPAGHETTI SO THE    *
000160*                   DAILY GL POSTING JOB (GL-POST) SHARES ONE *
000170*                   RECORD LAYOUT WITH THE BALANCE JOB.  ONE  *
000180*                   RECORD PER CURRENCY.  THE AR CONTROL      *
000190*                   ACCOUNT STAYS IN BYTES 4-13, FOLLOWED BY  *
000200*                   THE REVENUE, CASH, UNAPPLIED-CASH         *
000210*                   LIABILITY AND DISCOUNTS-ALLOWED ACCOUNTS  *
000220*                   GL-POST POSTS AGAINST.  RECORD GROWS FROM *
000230*                   13 TO 53 BYTES.                           *
000232*  10/15/2026 RWH   ADDED THE RETURNED-CHECK FEE REVENUE      *
000234*                   ACCOUNT GL-POST CREDITS FOR THE NSF FEES  *
000236*                   NSF-REVERSAL ASSESSES.  RECORD GROWS FROM *
000238*                   53 TO 63 BYTES.                           *
000240*----------------------------------------------------------*
000250 01  GL-ACCOUNT-RECORD.
000260     05  GA-CURRENCY-CODE        PIC X(03).
000270     05  GA-ACCOUNT-CODE         PIC X(10).
000280     05  GA-REVENUE-ACCOUNT      PIC X(10).
000290     05  GA-CASH-ACCOUNT         PIC X(10).
000300     05  GA-UNAPPLIED-ACCOUNT    PIC X(10).
000310     05  GA-DISCOUNT-ACCOUNT     PIC X(10).
000320     05  GA-FEE-ACCOUNT          PIC X(10).
