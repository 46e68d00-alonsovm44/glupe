000181*  09/03/2026 RWH   WIDENED SUSP-INPUT-IMAGE TO X(149) FOR    *
000182*                   THE HOLD-CODE AND PROMISE-DATE ADDED TO   *
000183*                   THE CUSTOMER RECORD.                      *
000184*  10/15/2026 RWH   WIDENED SUSP-INPUT-IMAGE TO X(180) FOR    *
000185*                   THE TERMS-CODE AND RESERVED FILLER ADDED  *
000186*                   TO THE CUSTOMER RECORD.                   *
000187*  10/15/2026 RWH   SOURCE RESEQUENCED.                       *
000188*----------------------------------------------------------*
000190 01  SUSPENSE-RECORD.
000200     05  SUSP-INPUT-IMAGE    PIC X(180).
000210     05  SUSP-REASON-CODE    PIC X(02).
000220     05  SUSP-REASON-TEXT    PIC X(30).
000230     05  SUSP-DATE-ADDED     PIC 9(08).
