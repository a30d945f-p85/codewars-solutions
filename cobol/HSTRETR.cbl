000270*                for records older than the punch date       *
000280*                field), which is the day a grievance is     *
000290*                about.                                      *
000291* 2026-10-15 RH  Archive records are 55 bytes now SHIFTHST    *
000292*                carries the punch's terminal ID, which is    *
000293*                printed beside the site on each matched      *
000294*                punch; generations cut before the change     *
000295*                print it blank.                              *
000300*-----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000620     05  ARC-RUN-DATE        PIC 9(08).
000630     05  ARC-RECORD-COUNT    PIC 9(07).
000640     05  ARC-HASH-MILLIS     PIC 9(12).
000650     05  FILLER              PIC X(22).
000660
000670*-----------------------------------------------------------*
000680* RETREQ - one record per request: the employee and the     *
001350     05  TL-MILLIS           PIC ZZZZZZZ9.
001360     05  FILLER              PIC X(02)  VALUE SPACES.
001370     05  TL-SITE-ID          PIC X(03).
001373     05  FILLER              PIC X(02)  VALUE SPACES.
001376     05  TL-TERM-ID          PIC X(04).
001380     05  FILLER              PIC X(27)  VALUE SPACES.
001390
001400 01  WS-REQ-TOTAL-LINE.
001410     05  FILLER              PIC X(08)  VALUE "REQUEST ".
002780     MOVE HST-STATUS     TO TL-STATUS.
002790     MOVE HST-MILLIS     TO TL-MILLIS.
002800     MOVE HST-SITE-ID    TO TL-SITE-ID.
002805     MOVE HST-TERM-ID    TO TL-TERM-ID.
002810     WRITE RETR-RPT-RECORD FROM WS-RETR-LINE.
002820 3200-EXIT.
002830     EXIT.
