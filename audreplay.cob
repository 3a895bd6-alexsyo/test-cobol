       02 IF-Defence-Effect PIC S99.
       02 IF-Health-Effect PIC S99.
       02 IF-Damage PIC S99.
       02 IF-Slot PIC X(1).

WORKING-STORAGE SECTION.
01 Archive-File-Status PIC X(2) VALUE SPACES.
       02 AP-Attacker-Max-Health PIC -99.
       02 FILLER PIC X(1).
       02 AP-Item PIC X(10).
       02 FILLER PIC X(1).
       02 AP-Player-Level PIC X(2).
*>   The gear share of the recorded stats. The stats themselves are
*>   already the effective ones the fight used, so an equipped line
*>   replays from them unchanged; the gear values are only counted.
       02 FILLER PIC X(1).
       02 AP-Attacker-Gear-Attack PIC -99.
       02 FILLER PIC X(1).
       02 AP-Defender-Gear-Defence PIC -99.
*>   The roll the turn was fought with; blank on a line from a run
*>   without damage variance, which replays with no adjustment and
*>   no critical hit.
       02 FILLER PIC X(1).
       02 AP-Roll-Adjust PIC -9.
       02 AP-Roll-Crit PIC X(1).

*>   The two combatants rebuilt from the recorded before-images, in
*>   the same shape EXECUTE_ACTION has always been called with.
       02 RI-Health-Effect PIC S99.
       02 RI-Damage PIC S99.

01 Replay-Roll.
       02 RR-Adjust PIC S9.
       02 RR-Crit PIC X(1).

01 Expected-Attacker-Health PIC S99.
01 Expected-Attacker-Defence PIC S99.
01 Expected-Defender-Health PIC S99.
01 Total-Lines-Replayed PIC 9(7) VALUE 0.
01 Total-Lines-Matched PIC 9(7) VALUE 0.
01 Total-Lines-Mismatched PIC 9(7) VALUE 0.
01 Total-Lines-Geared PIC 9(7) VALUE 0.
01 Total-Lines-Rolled PIC 9(7) VALUE 0.
01 Total-Runs-Replayed PIC 9(5) VALUE 0.


       DISPLAY "Audit lines replayed .....: " Total-Lines-Replayed.
       DISPLAY "Lines reproduced .........: " Total-Lines-Matched.
       DISPLAY "Lines mismatched .........: " Total-Lines-Mismatched.
       DISPLAY "Lines fought in gear .....: " Total-Lines-Geared.
       DISPLAY "Lines with rolls .........: " Total-Lines-Rolled.

*>   Routes one archive line: headers open a run (all runs when no
*>   run ID parm was given), trailers close it and check the line
ReplayOneLine.
       MOVE Archive-Line TO Audit-Parsed.
       ADD 1 TO Total-Lines-Replayed.
       IF AP-Attacker-Gear-Attack(2:2) IS NUMERIC
               AND AP-Defender-Gear-Defence(2:2) IS NUMERIC
           IF AP-Attacker-Gear-Attack NOT = 0
                   OR AP-Defender-Gear-Defence NOT = 0
               ADD 1 TO Total-Lines-Geared
           END-IF
       END-IF.

       MOVE AP-Attacker-Name TO RA-Name.
       MOVE AP-Action TO RA-Action.

       PERFORM ResolveReplayItem.

       MOVE 0 TO RR-Adjust.
       MOVE 'N' TO RR-Crit.
       IF AP-Roll-Adjust(2:1) IS NUMERIC
           MOVE AP-Roll-Adjust TO RR-Adjust
           MOVE AP-Roll-Crit TO RR-Crit
           ADD 1 TO Total-Lines-Rolled
       END-IF.

       CALL 'EXECUTE_ACTION' USING Replay-Attacker, Replay-Defender,
           Replay-Result, Replay-Damage, Replay-Item, Replay-Roll.

       MOVE AP-Attacker-Health-After TO Expected-Attacker-Health.
       MOVE AP-Attacker-Defence-After TO Expected-Attacker-Defence.
