000231*  09/03/2026 RWH   IMAGES WIDENED TO X(149) FOR THE          *
000232*                   HOLD-CODE AND PROMISE-DATE ADDED TO THE   *
000233*                   CUSTOMER RECORD.                          *
000234*  10/15/2026 RWH   IMAGES WIDENED TO X(180) FOR THE          *
000235*                   TERMS-CODE AND RESERVED FILLER ADDED TO   *
000236*                   THE CUSTOMER RECORD.                      *
000237*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000238*----------------------------------------------------------*
000240 01  AUDIT-RECORD.
000250     05  AUD-RUN-DATE        PIC 9(08).
000260     05  AUD-ACTION-CODE     PIC X(01).
000270     05  AUD-CUSTOMER-ID     PIC X(10).
000280     05  AUD-BEFORE-IMAGE    PIC X(180).
000290     05  AUD-AFTER-IMAGE     PIC X(180).
