000260*                payroll dispute can show who changed a rate *
000270*                and when.  Terminations flip EMP-STATUS -   *
000280*                nothing is ever deleted from the master.    *
000283* 2026-10-15 RH  Every add and every change that moves        *
000286*                EMP-HOURLY-RATE now also writes a RATEHIST  *
000289*                effective-dated history entry, effective    *
000292*                today and stamped with the operator, so     *
000295*                PAYCALC and RETROADJ can price a late shift *
000298*                at the rate in force on the day worked.  A  *
000301*                second change the same day replaces that    *
000304*                day's entry.                                *
000307* 2026-10-15 RH  The RATEHIST entry is now written before    *
000310*                the change is audited, and a history write  *
000313*                that fails backs the add or change out with *
000316*                a SYNCPOINT ROLLBACK rather than leave a    *
000319*                master rate with no history behind it.  The *
000322*                change REWRITE now checks its RESP.         *
000325*-----------------------------------------------------------*
000328
000331 ENVIRONMENT DIVISION.
000334 CONFIGURATION SECTION.
000337 SOURCE-COMPUTER.  IBM-370.
000340 OBJECT-COMPUTER.  IBM-370.
000343
000346 DATA DIVISION.
000370 WORKING-STORAGE SECTION.
000380*-----------------------------------------------------------*
000390* Symbolic map for the EMPMMAP screen                        *
000550* add, change and termination this screen applies.           *
000560*-----------------------------------------------------------*
000570     COPY EMPAUDIT.
000571*-----------------------------------------------------------*
000572* Rate history entry, written to the RATEHIST KSDS for every *
000573* add and every change that moves the hourly rate.           *
000574*-----------------------------------------------------------*
000575     COPY RATEHIST.
000580*-----------------------------------------------------------*
000590* DIFFCTL - the same shift-differential record layout        *
000600* PAYCALC reads.  The batch reads the sequential control    *
000860 77  WS-EDIT-RATE            PIC 9(03)V9(02) VALUE ZERO.
000870 77  WS-RATE-MIN             PIC 9(03)V9(02) VALUE 7.25.
000880 77  WS-RATE-MAX             PIC 9(03)V9(02) VALUE 150.00.
000881*    The rate as it stood before a change - a change that    *
000882*    leaves it alone writes no rate history.                 *
000883 77  WS-OLD-RATE             PIC 9(03)V9(02) VALUE ZERO.
000884 77  WS-RTH-OK-SWITCH        PIC X(01)  VALUE "N".
000885     88  RTH-OK                         VALUE "Y".
000890*-----------------------------------------------------------*
000900* Audit staging - the before image is captured off the       *
000910* master record as it stood, the after image off the record  *
003520 3100-EXIT.
003530     EXIT.
003540
003546 3300-ADD-MASTER SECTION.
003552*-----------------------------------------------------------*
003558* Build and WRITE the new Employee-Record, then its first   *
003564* RATEHIST entry.  A history write that fails backs the add *
003570* out with a SYNCPOINT ROLLBACK - a master rate with no     *
003576* history behind it would price PAYCALC and RETROADJ shifts *
003582* off nothing - and only a committed add is audited.  The   *
003588* before image on the audit record is spaces - there was    *
003594* nothing to capture.                                       *
003600*-----------------------------------------------------------*
003606 3300-START.
003612     MOVE SPACES       TO Employee-Record.
003618     MOVE CA-EMP-ID    TO EMP-ID.
003624     MOVE NAMEI        TO EMP-NAME.
003630     MOVE DEPTI        TO EMP-DEPT.
003636     MOVE SHIFTI       TO EMP-SHIFT-CODE.
003642     SET EMP-ACTIVE    TO TRUE.
003648     MOVE WS-EDIT-RATE TO EMP-HOURLY-RATE.
003654     SET CA-STATE-AWAIT-KEY TO TRUE.
003660     EXEC CICS WRITE DATASET("EMPMAST")
003666         FROM(Employee-Record)
003672         RIDFLD(EMP-KEY)
003678         RESP(WS-CICS-RESP)
003684     END-EXEC.
003690     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
003696         MOVE "ADD FAILED - RECORD NOT WRITTEN" TO MSGO
003702         GO TO 3300-EXIT
003708     END-IF.
003714     PERFORM 5100-WRITE-RATE-HIST THRU 5100-EXIT.
003720     IF NOT RTH-OK
003726         EXEC CICS SYNCPOINT ROLLBACK
003732         END-EXEC
003738         MOVE "ADD NOT MADE - RATE HISTORY FAILED" TO MSGO
003744         GO TO 3300-EXIT
003750     END-IF.
003756     MOVE SPACES TO WS-BEFORE-IMAGE.
003762     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
003768     PERFORM 2700-SHOW-MASTER THRU 2700-EXIT.
003774     MOVE "EMPLOYEE ADDED" TO MSGO.
003780 3300-EXIT.
003786     EXIT.
003792
003798 3400-CHANGE-MASTER SECTION.
003804*-----------------------------------------------------------*
003810* Re-read the master UPDATE, capture the before image off   *
003816* the record as it stands, apply the keyed fields and       *
003822* REWRITE.  A change that moves the rate writes its         *
003828* RATEHIST entry next, and a history write that fails backs *
003834* the REWRITE out with a SYNCPOINT ROLLBACK, so the change  *
003840* can simply be keyed again.  EMP-STATUS rides through a    *
003846* change untouched - termination has its own confirmed      *
003852* path.                                                     *
003858*-----------------------------------------------------------*
003864 3400-START.
003870     SET CA-STATE-AWAIT-KEY TO TRUE.
003876     MOVE CA-EMP-ID TO EMP-ID.
003882     EXEC CICS READ DATASET("EMPMAST")
003888         INTO(Employee-Record)
003894         RIDFLD(EMP-KEY)
003900         UPDATE
003906         RESP(WS-CICS-RESP)
003912     END-EXEC.
003918     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
003924         MOVE "RECORD NO LONGER AVAILABLE" TO MSGO
003930         GO TO 3400-EXIT
003936     END-IF.
003942     MOVE Employee-Record TO WS-BEFORE-IMAGE.
003948     MOVE EMP-HOURLY-RATE TO WS-OLD-RATE.
003954     MOVE NAMEI        TO EMP-NAME.
003960     MOVE DEPTI        TO EMP-DEPT.
003966     MOVE SHIFTI       TO EMP-SHIFT-CODE.
003972     MOVE WS-EDIT-RATE TO EMP-HOURLY-RATE.
003978     EXEC CICS REWRITE DATASET("EMPMAST")
003984         FROM(Employee-Record)
003990         RESP(WS-CICS-RESP)
003996     END-EXEC.
004002     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004008         MOVE "CHANGE FAILED - RECORD NOT REWRITTEN" TO MSGO
004014         GO TO 3400-EXIT
004020     END-IF.
004026     IF EMP-HOURLY-RATE NOT = WS-OLD-RATE
004032         PERFORM 5100-WRITE-RATE-HIST THRU 5100-EXIT
004038         IF NOT RTH-OK
004044             EXEC CICS SYNCPOINT ROLLBACK
004050             END-EXEC
004056             MOVE "CHANGE NOT MADE - RATE HISTORY FAILED"
004062                                 TO MSGO
004068             GO TO 3400-EXIT
004074         END-IF
004080     END-IF.
004086     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
004092     PERFORM 2700-SHOW-MASTER THRU 2700-EXIT.
004098     MOVE "EMPLOYEE CHANGED" TO MSGO.
004104 3400-EXIT.
004110     EXIT.
004200
004210 4000-APPLY-TERMINATE SECTION.
004220*-----------------------------------------------------------*
005070 8000-EXIT.
005080     EXIT.
005090
005100 5100-WRITE-RATE-HIST SECTION.
005110*-----------------------------------------------------------*
005117* One RATEHIST entry for the rate just written to the       *
005124* master, effective today and stamped with the signed-on    *
005131* operator - it is written before the change is audited,    *
005138* so it picks up the date and operator itself.  A second    *
005145* rate change on the same day finds today's entry already   *
005152* on file (DUPREC) - the later rate is the one that stood,  *
005159* so the entry is re-read UPDATE and rewritten in place.    *
005166*-----------------------------------------------------------*
005173 5100-START.
005180     MOVE "N"             TO WS-RTH-OK-SWITCH.
005187     ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
005194     EXEC CICS ASSIGN USERID(WS-USER-ID)
005201     END-EXEC.
005210     MOVE SPACES          TO Rate-History-Record.
005220     MOVE EMP-ID          TO RTH-EMP-ID.
005230     MOVE WS-AUDIT-DATE   TO RTH-EFF-DATE.
005240     MOVE EMP-HOURLY-RATE TO RTH-HOURLY-RATE.
005250     SET RTH-SRC-ONLINE   TO TRUE.
005260     MOVE WS-AUDIT-DATE   TO RTH-CHANGE-DATE.
005270     MOVE WS-USER-ID      TO RTH-USER-ID.
005280     EXEC CICS WRITE DATASET("RATEHIST")
005290         FROM(Rate-History-Record)
005300         RIDFLD(RTH-KEY)
005310         RESP(WS-CICS-RESP)
005320     END-EXEC.
005330     IF WS-CICS-RESP = DFHRESP(NORMAL)
005340         MOVE "Y" TO WS-RTH-OK-SWITCH
005350         GO TO 5100-EXIT
005360     END-IF.
005370     IF WS-CICS-RESP NOT = DFHRESP(DUPREC)
005380         GO TO 5100-EXIT
005390     END-IF.
005400     EXEC CICS READ DATASET("RATEHIST")
005410         INTO(Rate-History-Record)
005420         RIDFLD(RTH-KEY)
005430         UPDATE
005440         RESP(WS-CICS-RESP)
005450     END-EXEC.
005460     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
005470         GO TO 5100-EXIT
005480     END-IF.
005490     MOVE EMP-HOURLY-RATE TO RTH-HOURLY-RATE.
005500     SET RTH-SRC-ONLINE   TO TRUE.
005510     MOVE WS-AUDIT-DATE   TO RTH-CHANGE-DATE.
005520     MOVE WS-USER-ID      TO RTH-USER-ID.
005530     EXEC CICS REWRITE DATASET("RATEHIST")
005540         FROM(Rate-History-Record)
005550         RESP(WS-CICS-RESP)
005560     END-EXEC.
005570     IF WS-CICS-RESP = DFHRESP(NORMAL)
005580         MOVE "Y" TO WS-RTH-OK-SWITCH
005590     END-IF.
005600 5100-EXIT.
005610     EXIT.
005620
005630 END PROGRAM EMPMAINT.
