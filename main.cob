           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL PartyFile ASSIGN TO "party.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL ArenaFile ASSIGN TO "arena.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.
           RECORD KEY IS Inv-Key
           FILE STATUS IS Inventory-File-Status.

       SELECT EquipmentFile ASSIGN TO "equipment.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS Eq-Key
           FILE STATUS IS Equipment-File-Status.

       SELECT JournalFile ASSIGN TO Journal-File-Name
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT OPTIONAL QuestFile ASSIGN TO "quests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.

       SELECT QuestProgressFile ASSIGN TO "questprog.dat"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QP-Key
           FILE STATUS IS Quest-Progress-Status.

       SELECT OPTIONAL QuestRegisterFile ASSIGN TO "questreg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL.


DATA DIVISION.
FILE SECTION.
*>   restart to reposition against the wrong stage file. The player
*>   is identified the same way (by name, not roster position) so an
*>   edited roster.txt cannot make the restart resume as the wrong
*>   player. In PARTY mode the name is the party's and Checkpoint-Kind
*>   is P, so a party checkpoint can never be resumed as a player of
*>   the same name or the other way round. Checkpoint-Stage-Clean
*>   carries whether the stage is still a clean clear so far, and
*>   Checkpoint-Clear-Credited whether its CLEAR quest advance has
*>   already been given, so a restart neither forgets a draw or flee
*>   fought before the checkpoint nor credits the same clear twice.
01 Checkpoint-Rec.
       02 Checkpoint-Player-Field PIC X(10).
       02 FILLER PIC X(1).
       02 Checkpoint-Stage-File PIC X(20).
       02 FILLER PIC X(1).
       02 Checkpoint-Enemy-Field PIC X(10).
       02 FILLER PIC X(1).
       02 Checkpoint-Kind PIC X(1).
       02 FILLER PIC X(1).
       02 Checkpoint-Stage-Clean PIC X(1).
       02 FILLER PIC X(1).
       02 Checkpoint-Clear-Credited PIC X(1).

FD ReportFile.
*>   RLast-Action / REnemy-Last-Action carry the action each side took
       02 RejReason-Code PIC X(2).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RejReason-Text PIC X(30).
       02 FILLER PIC X(16) VALUE SPACES.

FD SuspenseFile.
*>   One record per rejected enemy, carrying the full original record
       02 Audit-Attacker-Max-Health PIC -99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Audit-Item PIC X(10).
*>   The player's level when the line was written, so the balance
*>   analysis can say what level range an enemy was fought at.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Audit-Player-Level PIC 9(2).
*>   The health, defence and attack values above are the effective
*>   stats the fight used, gear included; the gear share of the
*>   attacker's attack and the defender's defence is carried beside
*>   them so a reader can tell base from equipped.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Audit-Attacker-Gear-Attack PIC -99.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Audit-Defender-Gear-Defence PIC -99.
*>   The roll the turn was fought with - the damage adjustment and
*>   the critical-hit flag - so a replay can hand EXECUTE_ACTION the
*>   same roll. Blank on a run without damage variance.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Audit-Roll.
           03 Audit-Roll-Adjust PIC -9.
           03 Audit-Roll-Crit PIC X(1).

FD RunLockFile.
*>   The lock record names the run holding the lock; an empty lock
       02 Cat-Reject-File PIC X(30).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Cat-Audit-File PIC X(30).
*>   The journal holds the opening image of every master key the run
*>   touched; Cat-Status is left blank by the run and set to B when
*>   runbkout reverses it.
       02 FILLER PIC X(1) VALUE SPACE.
       02 Cat-Journal-File PIC X(30).
       02 FILLER PIC X(1) VALUE SPACE.
       02 Cat-Status PIC X(1).

FD ActionFile.
01 Action-Rec PIC X(20).
       02 IF-Defence-Effect PIC S99.
       02 IF-Health-Effect PIC S99.
       02 IF-Damage PIC S99.
       02 IF-Slot PIC X(1).

FD RosterFile.
01 Roster-Rec PIC X(10).

FD PartyFile.
*>   One party per line: the party name, then two to four members
*>   from the player master, who act in the order listed.
01 Party-Rec.
       02 PF-Party PIC X(10).
       02 PF-Member PIC X(10) OCCURS 4 TIMES.

FD ArenaFile.
*>   One sanctioned bout per line: the challenger fights the
*>   opponent, both drawn from the player master by name.
       02 TF-Op PIC X(2).
       02 TF-Value PIC S99.
       02 TF-Action PIC X(6).
       02 TF-Target PIC X(5).

FD DropFile.
01 Drop-Rec.
           03 Inv-Item PIC X(10).
       02 Inv-Qty PIC 9(3).

FD EquipmentFile.
*>   The item each player has in each slot (W weapon, A armour, X
*>   accessory), maintained by equipmaint. The run only reads it:
*>   gear is added to the working stats at load and taken off again
*>   before the master is rewritten, so PAttack/PDefence stay base.
01 Equipment-Rec.
       02 Eq-Key.
           03 Eq-Player PIC X(10).
           03 Eq-Slot PIC X(1).
       02 Eq-Item PIC X(10).

FD JournalFile.
*>   Before/after images of every player master and inventory key the
*>   run updates, so runbkout can put a bad run's keys back where it
*>   found them. A B record is written the first time the run touches
*>   a key, before the update; an A record is written for every
*>   journalled key as the run ends, holding its closing image so the
*>   backout can tell whether anything has moved the key since. File
*>   P = players.dat, I = inventory.dat, Q = questprog.dat; Jnl-Present
*>   N means the key did not exist (the run created it).
01 Journal-Rec.
       02 Jnl-Type PIC X(1).
       02 FILLER PIC X(1).
       02 Jnl-File PIC X(1).
       02 FILLER PIC X(1).
       02 Jnl-Key PIC X(20).
       02 FILLER PIC X(1).
       02 Jnl-Present PIC X(1).
       02 FILLER PIC X(1).
       02 Jnl-Image PIC X(40).

FD QuestFile.
*>   One quest per line. Qst-Type DEFEAT counts wins over the enemy
*>   named in the target, CLEAR counts clean clears of the stage file
*>   named in the target, LEVEL is met once the player stands at the
*>   target count's level, and ARENA counts arena bouts won. The
*>   reward is gold, a quantity of one items.txt item, or both.
01 Quest-Rec.
       02 QF-Id PIC X(6).
       02 QF-Type PIC X(6).
       02 QF-Target PIC X(20).
       02 QF-Count PIC 9(3).
       02 QF-Gold PIC 9(5).
       02 QF-Item PIC X(10).
       02 QF-Item-Qty PIC 9(3).

FD QuestProgressFile.
*>   One record per player per quest the player has made headway on;
*>   a quest with no record is open at a count of zero. QP-Status C
*>   is written in the same REWRITE that reaches the target, ahead of
*>   the reward, so a rerun or restart can never pay a quest twice.
01 Quest-Progress-Rec.
       02 QP-Key.
           03 QP-Player PIC X(10).
           03 QP-Quest PIC X(6).
       02 QP-Count PIC 9(3).
       02 QP-Status PIC X(1).
       02 QP-Done-Run PIC X(14).

FD QuestRegisterFile.
*>   One line per quest completed, across every run, with the reward
*>   it paid.
01 Quest-Register-Line.
       02 QR-Run-Id PIC X(14).
       02 FILLER PIC X(1).
       02 QR-Player PIC X(10).
       02 FILLER PIC X(1).
       02 QR-Quest PIC X(6).
       02 FILLER PIC X(1).
       02 QR-Type PIC X(6).
       02 FILLER PIC X(1).
       02 QR-Target PIC X(20).
       02 FILLER PIC X(1).
       02 QR-Count PIC 9(3).
       02 FILLER PIC X(1).
       02 QR-Gold PIC 9(5).
       02 FILLER PIC X(1).
       02 QR-Item PIC X(10).
       02 FILLER PIC X(1).
       02 QR-Item-Qty PIC 9(3).

WORKING-STORAGE SECTION.
01 Player.
       02 Name PIC X(10).
           03 Itm-Defence-Effect PIC S99.
           03 Itm-Health-Effect PIC S99.
           03 Itm-Damage PIC S99.
           03 Itm-Slot PIC X(1).
01 Item-Count PIC 9(2) VALUE 0.
01 Item-Index PIC 9(2) VALUE 0.
01 Item-EOF PIC X(1) VALUE 'N'.
01 Drop-Index PIC 9(2) VALUE 0.
01 Drop-EOF PIC X(1) VALUE 'N'.

*>   Quest master, loaded once at start-up; progress per player lives
*>   on the keyed quest-progress file. An outcome is offered to the
*>   table as an event type and target for one named player, and
*>   every open quest it matches moves on.
01 Quest-Table.
       02 Quest-Entry OCCURS 50 TIMES.
           03 Qst-Id PIC X(6).
           03 Qst-Type PIC X(6).
           03 Qst-Target PIC X(20).
           03 Qst-Count PIC 9(3).
           03 Qst-Gold PIC 9(5).
           03 Qst-Item PIC X(10).
           03 Qst-Item-Qty PIC 9(3).
01 Quest-Count PIC 9(2) VALUE 0.
01 Quest-Index PIC 9(2) VALUE 0.
01 Quest-EOF PIC X(1) VALUE 'N'.
01 Quest-Valid PIC X(1) VALUE 'Y'.
01 Quest-Progress-Status PIC X(2) VALUE SPACES.
01 Quest-Event-Type PIC X(6) VALUE SPACES.
01 Quest-Event-Target PIC X(20) VALUE SPACES.
01 Quest-Event-Player PIC X(10) VALUE SPACES.
01 Quest-Event-Level PIC 9(2) VALUE 0.
01 Quest-New-Count PIC 9(3) VALUE 0.
01 Quest-Record-Present PIC X(1) VALUE 'N'.
*>   Campaign rewards go on the working Player record, which the
*>   caller persists; an arena winner's reward is posted straight to
*>   the master, since arena bouts never rewrite it from working
*>   storage.
01 Quest-Post-To-Master PIC X(1) VALUE 'N'.
01 Stage-Clean PIC X(1) VALUE 'Y'.
01 Stage-Clear-Credited PIC X(1) VALUE 'N'.

*>   Tactics rules, one per line of tactics.txt, scanned in file
*>   order for the first matching rule each enemy round: conditions
*>   are OWNHP (the enemy's own health), OPPHP (the player's health)
*>   or ROUND (the current round number), compared LT/LE/GT/GE/EQ
*>   against the rule value. An enemy with no matching rule falls
*>   back to the static Action on its record, so stage files without
*>   tactics behave exactly as before. Against a party, OPPHP is the
*>   health of the first member still standing, LOWHP the lowest
*>   health of any member standing and ALIVE the number standing;
*>   the rule's Tac-Target then picks who the action lands on -
*>   LOWHP the weakest member, HIGHP the strongest, anything else
*>   the first standing in party order. Against a lone player LOWHP
*>   is the player's health, ALIVE is 1 and the target is ignored.
01 Tactic-Table.
       02 Tactic-Entry OCCURS 50 TIMES.
           03 Tac-Enemy PIC X(10).
           03 Tac-Op PIC X(2).
           03 Tac-Value PIC S99.
           03 Tac-Action PIC X(6).
           03 Tac-Target PIC X(5).
01 Tactic-Count PIC 9(2) VALUE 0.
01 Tactic-Index PIC 9(2) VALUE 0.
01 Tactic-EOF PIC X(1) VALUE 'N'.
01 Tactic-Match PIC X(1) VALUE 'N'.
01 Tactic-Cond-Known PIC X(1) VALUE 'N'.
01 Tactic-Test-Value PIC S999 VALUE 0.
01 Tactic-Chosen-Target PIC X(5) VALUE SPACES.

01 Round-Number PIC 9(3) VALUE 0.
01 Enemy-Static-Action PIC X(6) VALUE SPACES.
*>   never spin all night; overridable per run with a ROUNDS=nn parm
*>   word. Hitting the cap ends the encounter as a DRAW.
01 Max-Rounds PIC 9(3) VALUE 50.
01 Parm-Word-Work PIC X(20) VALUE SPACES.
01 Parm-Rounds-Value PIC X(3) VALUE SPACES.
01 Rounds-Padded PIC X(3) VALUE SPACES.

*>   Damage variance and critical hits. VARIANCE=n (0-9) lets an
*>   attack land up to n points either side of attack minus defence,
*>   CRIT=nn (0-99) is the percent chance an attack lands double, and
*>   SEED=n (1-2147483646) starts the generator; without SEED= the
*>   run's start date and time seed it. Both VARIANCE and CRIT at
*>   zero (the default) leaves Rolls-Active 'N' and every fight runs
*>   exactly as it always has. The generator is the minimal standard
*>   one (seed times 16807 modulo 2147483647), so a seed always
*>   replays the same rolls; each attack draws twice, once for the
*>   adjustment and once for the critical hit.
01 Rolls-Active PIC X(1) VALUE 'N'.
01 Roll-Variance PIC 9(1) VALUE 0.
01 Roll-Crit-Pct PIC 9(2) VALUE 0.
01 Roll-Seed-Given PIC X(1) VALUE 'N'.
01 Roll-Seed PIC 9(10) VALUE 0.
01 Roll-State PIC 9(10) VALUE 0.
01 Roll-Product PIC 9(18) VALUE 0.
01 Roll-Quotient PIC 9(18) VALUE 0.
01 Roll-Span PIC 9(2) VALUE 0.
01 Roll-Remainder PIC 9(2) VALUE 0.
01 Parm-Seed-Value PIC X(10) VALUE SPACES.
01 Seed-Padded PIC X(10) VALUE SPACES.
01 Seed-Digits PIC 9(2) VALUE 0.
01 Seed-Start PIC 9(2) VALUE 0.
01 Parm-Crit-Value PIC X(2) VALUE SPACES.
01 Crit-Padded PIC X(2) VALUE SPACES.
01 Exec-Roll.
       02 Exec-Roll-Adjust PIC S9 VALUE 0.
       02 Exec-Roll-Crit PIC X(1) VALUE 'N'.

01 Inventory-File-Status PIC X(2) VALUE SPACES.
01 Player-Input PIC X(20) VALUE SPACES.
01 Use-Item-Name PIC X(10) VALUE SPACES.
01 Grant-Item-Name PIC X(10) VALUE SPACES.
01 Grant-Player-Name PIC X(10) VALUE SPACES.

*>   Gear bonuses. Equipment-Open is 'N' when equipment.dat has not
*>   been created yet, in which case nobody has gear. ApplyGearBonuses
*>   totals Gear-Attack/Gear-Defence for Gear-Player-Name; the totals
*>   are kept per side so PersistPlayerStats can strip them again.
01 Equipment-File-Status PIC X(2) VALUE SPACES.
01 Equipment-Open PIC X(1) VALUE 'N'.
01 Gear-Player-Name PIC X(10) VALUE SPACES.
01 Gear-Slot-List PIC X(3) VALUE "WAX".
01 Gear-Slot-Index PIC 9(1) VALUE 0.
01 Gear-Attack PIC S99 VALUE 0.
01 Gear-Defence PIC S99 VALUE 0.
01 Gear-Stat-Work PIC S9(3) VALUE 0.
01 Player-Gear-Attack PIC S99 VALUE 0.
01 Player-Gear-Defence PIC S99 VALUE 0.
01 Enemy-Gear-Attack PIC S99 VALUE 0.
01 Enemy-Gear-Defence PIC S99 VALUE 0.

*>   Effects of the item being consumed this turn, resolved from the
*>   item master before EXECUTE_ACTION is called; Item-Valid 'N'
01 Checkpoint-Stage-Name PIC X(20) VALUE SPACES.
01 Checkpoint-Stage-Index PIC 9(2) VALUE 0.
01 Checkpoint-Roster-Index PIC 9(2) VALUE 0.
01 Checkpoint-Kind-Read PIC X(1) VALUE SPACE.
01 Checkpoint-Clean-Read PIC X(1) VALUE SPACE.
01 Checkpoint-Credited-Read PIC X(1) VALUE SPACE.
01 Last-Completed-Enemy PIC X(10) VALUE SPACES.

*>   The roster always holds the run's players - a single entry in
       02 RSH-Player PIC X(10).
       02 FILLER PIC X(4) VALUE " ***".

01 Party-Section-Header.
       02 FILLER PIC X(12) VALUE "*** PARTY:  ".
       02 PSH-Party PIC X(10).
       02 FILLER PIC X(4) VALUE " ***".

*>   The name the campaign runs (and checkpoints) under: the player's
*>   own name, or the party's name in PARTY mode.
01 Campaign-Name PIC X(10) VALUE SPACES.

*>   PARTY mode runs each party in party.txt through the stages as
*>   one side. The party names ride in Roster-Table so the campaign
*>   loop and the checkpoint's roster match work unchanged; the
*>   members are held here.
01 Party-Table.
       02 Party-Entry OCCURS 20 TIMES.
           03 Pty-Member-Count PIC 9(1).
           03 Pty-Member PIC X(10) OCCURS 4 TIMES.
01 Party-EOF PIC X(1) VALUE 'N'.
01 Party-Index PIC 9(2) VALUE 0.
01 Party-Scan PIC 9(2) VALUE 0.
01 Party-Valid PIC X(1) VALUE 'Y'.
01 Party-Outcome PIC X(10) VALUE SPACES.

*>   The fighting party's members. Each member's Mbr-Player has the
*>   same shape as the working Player record; SwapInMember moves a
*>   member into Player (gear totals included) so the turn, award,
*>   quest and persist paragraphs serve a party member exactly as
*>   they serve a lone player, and SwapOutMember moves it back.
01 Member-Table.
       02 Member-Entry OCCURS 4 TIMES.
           03 Mbr-Player.
               04 Mbr-Name PIC X(10).
               04 Mbr-Action PIC X(6).
               04 Mbr-Attack PIC S99.
               04 Mbr-Defence PIC S99.
               04 Mbr-Health PIC S99.
               04 Mbr-Max-Health PIC S99.
               04 Mbr-Level PIC 9(2).
               04 Mbr-Exper PIC 9(5).
               04 Mbr-Gold PIC 9(5).
           03 Mbr-Gear-Attack PIC S99.
           03 Mbr-Gear-Defence PIC S99.
           03 Mbr-In-Fight PIC X(1).
           03 Mbr-Outcome PIC X(10).
01 Member-Count PIC 9(1) VALUE 0.
01 Member-Index PIC 9(1) VALUE 0.
01 Member-Scan PIC 9(1) VALUE 0.
01 Party-Standing PIC 9(1) VALUE 0.
01 Party-First-Index PIC 9(1) VALUE 0.
01 Party-Low-Index PIC 9(1) VALUE 0.
01 Party-High-Index PIC 9(1) VALUE 0.
01 Target-Index PIC 9(1) VALUE 0.
01 Killer-Index PIC 9(1) VALUE 0.
01 Party-Exper-Share PIC 9(5) VALUE 0.
01 Party-Exper-Left PIC 9(5) VALUE 0.
01 Party-Bounty-Share PIC 9(5) VALUE 0.
01 Party-Bounty-Left PIC 9(5) VALUE 0.

01 Run-Resumed PIC X(1) VALUE 'N'.

*>   Job severity for the scheduler, highest condition wins:
*>   Every report page ties back to the execution that wrote it: the
*>   run-control record at the head of battlerpt.txt, rejects.txt and
*>   audit.txt carries the run ID, start date/time and the mode flags
*>   from ParseRunParm (batch/lookup/roster/reprocess/arena/party),
*>   and a closing END record adds the end date/time. The end time
*>   cannot be known when the head record is written, so it rides on
*>   the END record.
01 Run-Id PIC X(14) VALUE SPACES.

*>   Every execution writes its report, reject and audit files under
01 Report-File-Name PIC X(30) VALUE SPACES.
01 Reject-File-Name PIC X(30) VALUE SPACES.
01 Audit-File-Name PIC X(30) VALUE SPACES.
01 Journal-File-Name PIC X(30) VALUE SPACES.

*>   Keys already journalled this run, so each key's B record holds
*>   its opening image and not some mid-run state. Past the cap the
*>   B records still go out (the backout honours the first one per
*>   key) but the key gets no closing image, and the backout will
*>   refuse to reverse it blind.
01 Journal-Key-Table.
       02 Journal-Key-Entry OCCURS 500 TIMES.
           03 Jky-File PIC X(1).
           03 Jky-Key PIC X(20).
01 Journal-Key-Count PIC 9(3) VALUE 0.
01 Journal-Key-Index PIC 9(3) VALUE 0.
01 Journal-Key-Found PIC X(1) VALUE 'N'.
01 Journal-Overflow PIC X(1) VALUE 'N'.
01 Journal-Work-File PIC X(1) VALUE SPACE.
01 Journal-Work-Key PIC X(20) VALUE SPACES.
01 Journal-Work-Present PIC X(1) VALUE SPACE.
01 Journal-Work-Image PIC X(40) VALUE SPACES.

01 Lock-File-Status PIC X(2) VALUE SPACES.
01 Lock-Holder-Run-Id PIC X(14) VALUE SPACES.
       02 RC-Roster-Flag PIC X(1).
       02 RC-Reprocess-Flag PIC X(1).
       02 RC-Arena-Flag PIC X(1).
       02 RC-Party-Flag PIC X(1).
*>   Seed, variance and crit percent of a run fought with damage
*>   variance; spaces otherwise, so a plain run's RUN record reads
*>   exactly as it always did.
       02 FILLER PIC X(2) VALUE SPACES.
       02 RC-Roll-Parms.
           03 RC-Seed PIC 9(10).
           03 FILLER PIC X(1).
           03 RC-Variance PIC 9(1).
           03 FILLER PIC X(1).
           03 RC-Crit-Pct PIC 9(2).
01 Run-End-Record.
       02 FILLER PIC X(4) VALUE "END ".
       02 RE-Run-Id PIC X(14).
       02 RE-End-Date PIC X(8).
       02 FILLER PIC X(1) VALUE SPACE.
       02 RE-End-Time PIC X(8).
*>   One per stage file fought, on the reject file between the RUN and
*>   END records: how many of the stage's enemy records were read and
*>   how many of those were rejected, so a reject rate can be tracked
*>   per stage file from run to run.
01 Stage-Control-Record.
       02 FILLER PIC X(4) VALUE "STG ".
       02 SC-Stage-File PIC X(20).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SC-Records-Read PIC 9(5).
       02 FILLER PIC X(1) VALUE SPACE.
       02 SC-Records-Rejected PIC 9(5).
01 Stage-Read-Start PIC 9(5) VALUE 0.
01 Stage-Rejected-Start PIC 9(5) VALUE 0.

01 Run-Parm PIC X(80) VALUE SPACES.
01 Parm-Word-1 PIC X(20) VALUE SPACES.
01 Parm-Word-2 PIC X(20) VALUE SPACES.
01 Parm-Word-3 PIC X(20) VALUE SPACES.
01 Parm-Word-4 PIC X(20) VALUE SPACES.
01 Parm-Word-5 PIC X(20) VALUE SPACES.
01 Parm-Word-6 PIC X(20) VALUE SPACES.
01 Lookup-Mode PIC X(1) VALUE 'N'.
01 Lookup-Enemy-Name PIC X(10) VALUE SPACES.
01 Batch-Mode PIC X(1) VALUE 'N'.
01 Roster-Mode PIC X(1) VALUE 'N'.
01 Reprocess-Mode PIC X(1) VALUE 'N'.
01 Arena-Mode PIC X(1) VALUE 'N'.
01 Party-Mode PIC X(1) VALUE 'N'.

*>   ARENA mode fights pairs of rostered players against each other
*>   from their master stats: the pairing file lists one bout per
*>   a stage encounter, and the ladder summarizes every combatant's
*>   bout record. Bouts are exhibitions - no experience, drops or
*>   master updates - so a sanctioned match can never corrupt a
*>   player's campaign progression. The one posting a bout can make
*>   is an ARENA quest reward to the winner's gold and inventory.
01 Arena-Pair-Table.
       02 Arena-Pair-Entry OCCURS 20 TIMES.
           03 Pair-Challenger PIC X(10).
01 Current-Attacker-Attack PIC S99.
01 Current-Attacker-Max-Health PIC S99.
01 Current-Item PIC X(10).
01 Current-Attacker-Gear-Attack PIC S99.
01 Current-Defender-Gear-Defence PIC S99.
01 Attacker-Health-Before PIC S99.
01 Attacker-Health-After PIC S99.
01 Attacker-Defence-Before PIC S99.
01 Grand-Damage-To-Enemy PIC 9(7) VALUE 0.
01 Grand-Damage-To-Player PIC 9(7) VALUE 0.
01 Grand-Draws PIC 9(7) VALUE 0.
01 Grand-Quests-Completed PIC 9(5) VALUE 0.


PROCEDURE DIVISION.
       STRING RC-Start-Date RC-Start-Time(1:6)
           DELIMITED BY SIZE INTO Run-Id.
       DISPLAY "Run ID " Run-Id.
       PERFORM SeedRolls.

       PERFORM BuildRunFileNames.
       PERFORM AcquireRunLock.
*>   player name is read here - the first ActionFile line stays a
*>   bout action, not a name.
           CONTINUE
       ELSE IF Party-Mode = 'Y' THEN
           PERFORM LoadParties
           IF Roster-Count = 0 THEN
               DISPLAY "party.txt is missing or empty - "
                   "nothing to run in party mode"
               PERFORM ReleaseRunLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
       ELSE
           IF Batch-Mode = 'Y' THEN
               READ ActionFile INTO Name OF Player
       PERFORM LoadTactics.
       PERFORM LoadItems.
       PERFORM LoadDrops.
       PERFORM LoadQuests.
       PERFORM OpenInventory.
       PERFORM OpenQuestProgress.
       PERFORM OpenEquipment.

       OPEN OUTPUT ReportFile.
       OPEN OUTPUT RejectFile.
       OPEN OUTPUT AuditFile.
       OPEN OUTPUT JournalFile.
       OPEN EXTEND QuestRegisterFile.
       PERFORM WriteRunControlRecords.
*>   New rejects accumulate on the suspense file across runs; in
*>   REPROCESS mode the file is instead read and rewritten whole, so
               IF Checkpoint-Present = 'Y'
                       AND Roster-Index < Checkpoint-Roster-Index
                   CONTINUE
               ELSE IF Party-Mode = 'Y'
                   PERFORM RunOneParty
               ELSE
                   MOVE Roster-Entry(Roster-Index) TO Name OF Player
                   PERFORM RunOnePlayer
               END-IF
               END-IF
           END-PERFORM

*>   In roster and party mode the job reaching the end of the list is
*>   normal completion, faints and all, so the checkpoint is always
*>   cleared; the legacy single-player rule of keeping a faint's
*>   checkpoint for a resume is preserved.
           IF Roster-Mode = 'Y' OR Party-Mode = 'Y'
                   OR Health OF Player > 0
               PERFORM ClearCheckpoint
           END-IF
       END-IF.
           CLOSE ActionFile
       END-IF.

       PERFORM WriteJournalAfterImages.
       CLOSE JournalFile.
       CLOSE QuestRegisterFile.
       CLOSE QuestProgressFile.
       IF Equipment-Open = 'Y'
           CLOSE EquipmentFile
       END-IF.
       CLOSE InventoryFile.
       CLOSE PlayerFile.
       PERFORM DisplayTotals.
*>   next execution instead of being clobbered by its OPEN OUTPUT.
BuildRunFileNames.
       MOVE SPACES TO Report-File-Name Reject-File-Name
           Audit-File-Name Journal-File-Name.
       STRING "battlerpt-" Run-Id ".txt"
           DELIMITED BY SIZE INTO Report-File-Name.
       STRING "rejects-" Run-Id ".txt"
           DELIMITED BY SIZE INTO Reject-File-Name.
       STRING "audit-" Run-Id ".txt"
           DELIMITED BY SIZE INTO Audit-File-Name.
       STRING "journal-" Run-Id ".txt"
           DELIMITED BY SIZE INTO Journal-File-Name.

*>   Takes the exclusive run lock before anything is opened for
*>   update: a lock file holding a run ID means another execution is
       CLOSE RunLockFile.

*>   Adds this execution to the run catalog: run ID, final severity
*>   and the run-stamped output and journal files, so the downstream
*>   jobs (and ops) can find a run's output without guessing at names.
WriteRunCatalogRecord.
       MOVE SPACES TO Run-Catalog-Rec.
       MOVE Run-Id TO Cat-Run-Id.
       MOVE Run-Severity TO Cat-Severity.
       MOVE Report-File-Name TO Cat-Report-File.
       MOVE Reject-File-Name TO Cat-Reject-File.
       MOVE Audit-File-Name TO Cat-Audit-File.
       MOVE Journal-File-Name TO Cat-Journal-File.
       OPEN EXTEND RunCatalogFile.
       WRITE Run-Catalog-Rec.
       CLOSE RunCatalogFile.
       MOVE Roster-Mode TO RC-Roster-Flag.
       MOVE Reprocess-Mode TO RC-Reprocess-Flag.
       MOVE Arena-Mode TO RC-Arena-Flag.
       MOVE Party-Mode TO RC-Party-Flag.
       MOVE SPACES TO RC-Roll-Parms.
       IF Rolls-Active = 'Y' THEN
           MOVE Roll-Seed TO RC-Seed
           MOVE Roll-Variance TO RC-Variance
           MOVE Roll-Crit-Pct TO RC-Crit-Pct
       END-IF.
       WRITE Report-Line FROM Run-Control-Record.
       WRITE Reject-Line FROM Run-Control-Record.
       WRITE Audit-Line FROM Run-Control-Record.
*>   spent - every later roster player starts from the top.
RunOnePlayer.
       PERFORM LoadPlayer.
       MOVE Name OF Player TO Campaign-Name.
       DISPLAY "Welcome " Name OF Player " - Level " Player-Level
           " (XP " Player-Exper ")".
       MOVE 0 TO Total-Records-Read Total-Records-Rejected
       MOVE 1 TO Stage-Index.
       PERFORM UNTIL Stage-Index > Stage-Count OR Health OF Player <= 0
           IF Checkpoint-Present = 'Y'
                   AND Campaign-Name = Checkpoint-Player-Name
                   AND Stage-Index < Checkpoint-Stage-Index
               CONTINUE
           ELSE
       PERFORM DisplayPlayerTotals.
       PERFORM RollPlayerTotals.
       IF Checkpoint-Present = 'Y'
               AND Campaign-Name = Checkpoint-Player-Name
           MOVE 'N' TO Checkpoint-Present
       END-IF.

*>   Runs the full stage campaign for one party: the party's own
*>   report section and control totals, every member loaded from the
*>   master (and journalled) the way LoadPlayer loads a lone player,
*>   and every member persisted as the campaign ends. The stages stop
*>   early only when the whole party is down.
RunOneParty.
       MOVE Roster-Index TO Party-Index.
       MOVE Roster-Entry(Party-Index) TO Campaign-Name.
       MOVE 0 TO Total-Records-Read Total-Records-Rejected
           Total-Enemies-Defeated Total-Player-Fainted
           Total-Damage-To-Enemy Total-Damage-To-Player Total-Draws.
       MOVE Campaign-Name TO PSH-Party.
       WRITE Report-Line FROM Party-Section-Header.

       PERFORM ValidateParty.
       IF Party-Valid = 'N' THEN
           PERFORM PartyReject
       ELSE
           PERFORM LoadPartyMembers
           PERFORM SurveyParty
           DISPLAY "Party " Campaign-Name " takes the field - "
               Party-Standing " of " Member-Count " standing"
           MOVE 1 TO Stage-Index
           PERFORM UNTIL Stage-Index > Stage-Count
                   OR Party-Standing = 0
               IF Checkpoint-Present = 'Y'
                       AND Campaign-Name = Checkpoint-Player-Name
                       AND Stage-Index < Checkpoint-Stage-Index
                   CONTINUE
               ELSE
                   PERFORM ProcessStage
               END-IF
               ADD 1 TO Stage-Index
           END-PERFORM
           PERFORM PersistParty
       END-IF.

       PERFORM DisplayPlayerTotals.
       PERFORM RollPlayerTotals.
       IF Checkpoint-Present = 'Y'
               AND Campaign-Name = Checkpoint-Player-Name
           MOVE 'N' TO Checkpoint-Present
       END-IF.

*>   Edit-checks one party before it fights: two to four members,
*>   nobody listed twice or already fought in an earlier party this
*>   run (their master record would be persisted over), and every
*>   member already on the player master - a typo must not quietly
*>   create a level-1 record. The reason codes continue the reject
*>   file's numbering after the arena codes.
ValidateParty.
       MOVE 'Y' TO Party-Valid.
       MOVE Pty-Member-Count(Party-Index) TO Member-Count.
       IF Member-Count < 2 THEN
           MOVE 'N' TO Party-Valid
           MOVE "10" TO Reject-Reason-Code
           MOVE "PARTY NEEDS 2 TO 4 MEMBERS" TO Reject-Reason-Text
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count OR Party-Valid = 'N'
           PERFORM ValidatePartyMember
       END-PERFORM.

ValidatePartyMember.
       PERFORM VARYING Member-Scan FROM 1 BY 1
               UNTIL Member-Scan >= Member-Index
           IF Pty-Member(Party-Index, Member-Scan)
                   = Pty-Member(Party-Index, Member-Index)
               MOVE 'N' TO Party-Valid
               MOVE "12" TO Reject-Reason-Code
               MOVE "MEMBER LISTED TWICE" TO Reject-Reason-Text
           END-IF
       END-PERFORM.
       PERFORM VARYING Party-Scan FROM 1 BY 1
               UNTIL Party-Scan >= Party-Index
           PERFORM VARYING Member-Scan FROM 1 BY 1
                   UNTIL Member-Scan > Pty-Member-Count(Party-Scan)
               IF Pty-Member(Party-Scan, Member-Scan)
                       = Pty-Member(Party-Index, Member-Index)
                   MOVE 'N' TO Party-Valid
                   MOVE "13" TO Reject-Reason-Code
                   MOVE "MEMBER IN AN EARLIER PARTY" TO Reject-Reason-Text
               END-IF
           END-PERFORM
       END-PERFORM.
       IF Party-Valid = 'Y' THEN
           MOVE Pty-Member(Party-Index, Member-Index) TO PName
           READ PlayerFile
               INVALID KEY
                   MOVE 'N' TO Party-Valid
                   MOVE "11" TO Reject-Reason-Code
                   MOVE "MEMBER NOT ON MASTER" TO Reject-Reason-Text
           END-READ
       END-IF.

*>   Routes a bad party line to the reject file the way a bad arena
*>   pairing goes: no stage record image, so nothing to suspense.
PartyReject.
       MOVE SPACES TO Reject-Line.
       MOVE Campaign-Name TO RejName.
       MOVE Reject-Reason-Code TO RejReason-Code.
       MOVE Reject-Reason-Text TO RejReason-Text.
       WRITE Reject-Line.
       ADD 1 TO Total-Records-Rejected.
       DISPLAY "Rejected party " Campaign-Name " - " Reject-Reason-Text.

*>   Loads each member through LoadPlayer - journal image, gear and
*>   all - and parks the result in the member table.
LoadPartyMembers.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           MOVE Pty-Member(Party-Index, Member-Index) TO Name OF Player
           PERFORM LoadPlayer
           DISPLAY "  " Name OF Player " - Level " Player-Level
               " (XP " Player-Exper ") Health " Health OF Player
           PERFORM SwapOutMember
       END-PERFORM.

*>   Writes every member back to the master, gear stripped, through
*>   the same PersistPlayerStats a lone player goes through.
PersistParty.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           PERFORM SwapInMember
           PERFORM PersistPlayerStats
       END-PERFORM.

SwapInMember.
       MOVE Mbr-Player(Member-Index) TO Player.
       MOVE Mbr-Gear-Attack(Member-Index) TO Player-Gear-Attack.
       MOVE Mbr-Gear-Defence(Member-Index) TO Player-Gear-Defence.

SwapOutMember.
       MOVE Player TO Mbr-Player(Member-Index).
       MOVE Player-Gear-Attack TO Mbr-Gear-Attack(Member-Index).
       MOVE Player-Gear-Defence TO Mbr-Gear-Defence(Member-Index).

*>   Counts the members standing and finds the first standing (the
*>   default target), the weakest and the strongest, for the enemy's
*>   tactics.
SurveyParty.
       MOVE 0 TO Party-Standing.
       MOVE 0 TO Party-First-Index Party-Low-Index Party-High-Index.
       PERFORM VARYING Member-Scan FROM 1 BY 1
               UNTIL Member-Scan > Member-Count
           IF Mbr-Health(Member-Scan) > 0 THEN
               ADD 1 TO Party-Standing
               IF Party-First-Index = 0
                   MOVE Member-Scan TO Party-First-Index
                   MOVE Member-Scan TO Party-Low-Index
                   MOVE Member-Scan TO Party-High-Index
               END-IF
               IF Mbr-Health(Member-Scan) < Mbr-Health(Party-Low-Index)
                   MOVE Member-Scan TO Party-Low-Index
               END-IF
               IF Mbr-Health(Member-Scan) > Mbr-Health(Party-High-Index)
                   MOVE Member-Scan TO Party-High-Index
               END-IF
           END-IF
       END-PERFORM.

*>   REPROCESS mode: drives every repaired suspense record (status F)
*>   through the same ValidateEnemy/EnemyEncounter path the stages
*>   use, without touching the stage files they came from. Records
           PERFORM RaiseSeverity
       ELSE
           PERFORM LoadPlayer
           MOVE Name OF Player TO Campaign-Name
           DISPLAY "Welcome " Name OF Player " - Level " Player-Level
               " (XP " Player-Exper ")"
           MOVE 0 TO Total-Records-Read Total-Records-Rejected
       IF Pair-Valid = 'Y' THEN
           PERFORM EnemyEncounter
           PERFORM PostBoutToLadder
           PERFORM AdvanceArenaQuests
       ELSE
           PERFORM ArenaRejectPair
       END-IF.
                   MOVE PMax-Health TO Max-Health OF Enemy
           END-READ
       END-IF.
*>   Both sides fight in their gear; the bout is never posted back to
*>   the master, so nothing has to be stripped afterwards.
       MOVE 0 TO Player-Gear-Attack Player-Gear-Defence.
       MOVE 0 TO Enemy-Gear-Attack Enemy-Gear-Defence.
       IF Pair-Valid = 'Y' THEN
           PERFORM AddGearToPlayer
           PERFORM AddGearToEnemy
       END-IF.
       IF Pair-Valid = 'Y'
               AND (Health OF Player <= 0 OR Health OF Enemy <= 0) THEN
           MOVE 'N' TO Pair-Valid
       END-PERFORM.
       CLOSE RosterFile.

*>   Reads party.txt into the roster (party names) and the party
*>   table (members, blank member slots closed up). Whether each
*>   party can fight is decided when its turn comes, against the
*>   master, so one bad line rejects one party and not the job.
LoadParties.
       MOVE 0 TO Roster-Count.
       MOVE 'N' TO Party-EOF.
       OPEN INPUT PartyFile.
       PERFORM UNTIL Party-EOF = 'Y'
           READ PartyFile
               AT END MOVE 'Y' TO Party-EOF
               NOT AT END
                   IF Roster-Count >= 20 THEN
                       DISPLAY "party.txt lists more than 20 parties - "
                           "only the first 20 will run"
                       MOVE 'Y' TO Party-EOF
                   ELSE
                       ADD 1 TO Roster-Count
                       MOVE PF-Party TO Roster-Entry(Roster-Count)
                       MOVE 0 TO Member-Index
                       PERFORM VARYING Member-Scan FROM 1 BY 1
                               UNTIL Member-Scan > 4
                           IF PF-Member(Member-Scan) NOT = SPACES
                               ADD 1 TO Member-Index
                               MOVE PF-Member(Member-Scan)
                                   TO Pty-Member(Roster-Count, Member-Index)
                           END-IF
                       END-PERFORM
                       MOVE Member-Index TO Pty-Member-Count(Roster-Count)
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE PartyFile.

*>   Prints the job's control totals at STOP RUN so the run can be
*>   reconciled against the EnemyFile record count the same way any
*>   other batch job is balanced. When a checkpoint was honoured, the
       DISPLAY "Damage dealt to enemies ..: " Grand-Damage-To-Enemy.
       DISPLAY "Damage received by player : " Grand-Damage-To-Player.
       DISPLAY "Encounters drawn .........: " Grand-Draws.
       DISPLAY "Quests completed .........: " Grand-Quests-Completed.

*>   Per-player control totals, printed as each roster player's
*>   campaign ends so one player's numbers can be balanced without
*>   waiting for the end of the job.
DisplayPlayerTotals.
       DISPLAY SPACE.
       DISPLAY "--- CONTROL TOTALS FOR " Campaign-Name " ---".
       DISPLAY "Enemy records read .......: " Total-Records-Read.
       DISPLAY "Enemy records rejected ...: " Total-Records-Rejected.
       DISPLAY "Enemies defeated .........: " Total-Enemies-Defeated.
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       ELSE
           MOVE 'Y' TO Stage-Clean
           MOVE 'N' TO Stage-Clear-Credited
           PERFORM PositionEnemyFile
           MOVE Total-Records-Read TO Stage-Read-Start
           MOVE Total-Records-Rejected TO Stage-Rejected-Start

           PERFORM UNTIL EOF = 'Y'
                   OR (Party-Mode = 'N' AND Health OF Player <= 0)
                   OR (Party-Mode = 'Y' AND Party-Standing = 0)
               READ EnemyFile INTO Enemy
                   AT END MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO Total-Records-Read
                       PERFORM ValidateEnemy
                       IF Enemy-Valid = 'Y'
                           IF Party-Mode = 'Y'
                               PERFORM PartyEncounter
                           ELSE
                               PERFORM EnemyEncounter
                           END-IF
                           IF Health OF Enemy <= 0
                               MOVE Name OF Enemy TO Last-Completed-Enemy
                               PERFORM SaveCheckpoint
                           ELSE
                               MOVE 'N' TO Stage-Clean
                           END-IF
                       ELSE
                           PERFORM RejectEnemy
           END-PERFORM

           CLOSE EnemyFile
           PERFORM WriteStageControlRecord
*>   A stage counts as cleared for the CLEAR quests only when the
*>   player walks off the end of the file still standing with every
*>   fought enemy beaten - fleeing or drawing past an enemy is not a
*>   clear. Rejected records were never fought and do not count. A
*>   party's clear counts for every member still standing.
*>   The credit is stamped on the checkpoint straight away, so a
*>   restart that resumes at the end of this stage does not give it
*>   again.
           IF EOF = 'Y' AND Stage-Clean = 'Y'
                   AND Stage-Clear-Credited = 'N' THEN
               MOVE "CLEAR" TO Quest-Event-Type
               MOVE Current-Enemy-File TO Quest-Event-Target
               IF Party-Mode = 'Y'
                   PERFORM AdvancePartyQuests
               ELSE IF Health OF Player > 0
                   PERFORM AdvanceCampaignQuests
               END-IF
               END-IF
               MOVE 'Y' TO Stage-Clear-Credited
               PERFORM WriteCheckpointRecord
           END-IF
       END-IF.

*>   Stamps the reject file with the stage's read and reject counts.
WriteStageControlRecord.
       MOVE Current-Enemy-File TO SC-Stage-File.
       COMPUTE SC-Records-Read = Total-Records-Read - Stage-Read-Start.
       COMPUTE SC-Records-Rejected =
           Total-Records-Rejected - Stage-Rejected-Start.
       WRITE Reject-Line FROM Stage-Control-Record.

*>   Reads the stage control file listing enemy-wave files to run in
*>   sequence; when there is none, falls back to the single legacy
*>   enemies.txt roster.
                       MOVE TF-Op TO Tac-Op(Tactic-Count)
                       MOVE TF-Value TO Tac-Value(Tactic-Count)
                       MOVE TF-Action TO Tac-Action(Tactic-Count)
                       MOVE TF-Target TO Tac-Target(Tactic-Count)
                   END-IF
           END-READ
       END-PERFORM.
                       MOVE IF-Defence-Effect TO Itm-Defence-Effect(Item-Count)
                       MOVE IF-Health-Effect TO Itm-Health-Effect(Item-Count)
                       MOVE IF-Damage TO Itm-Damage(Item-Count)
                       MOVE IF-Slot TO Itm-Slot(Item-Count)
                   END-IF
           END-READ
       END-PERFORM.
       END-PERFORM.
       CLOSE DropFile.

*>   Reads the quest master into its table; a missing or empty
*>   quests.txt just means nothing advances. A quest that could never
*>   be met or never paid - an unknown type, a zero target, a DEFEAT
*>   or CLEAR with no target, a reward item that is not on items.txt
*>   - is left out with a warning rather than carried half-working.
LoadQuests.
       MOVE 0 TO Quest-Count.
       MOVE 'N' TO Quest-EOF.
       OPEN INPUT QuestFile.
       PERFORM UNTIL Quest-EOF = 'Y'
           READ QuestFile
               AT END MOVE 'Y' TO Quest-EOF
               NOT AT END
                   IF Quest-Count >= 50 THEN
                       DISPLAY "quests.txt lists more than 50 quests - "
                           "only the first 50 can advance"
                       MOVE 'Y' TO Quest-EOF
                   ELSE
                       PERFORM ValidateQuest
                       IF Quest-Valid = 'Y'
                           ADD 1 TO Quest-Count
                           MOVE QF-Id TO Qst-Id(Quest-Count)
                           MOVE QF-Type TO Qst-Type(Quest-Count)
                           MOVE QF-Target TO Qst-Target(Quest-Count)
                           MOVE QF-Count TO Qst-Count(Quest-Count)
                           MOVE QF-Gold TO Qst-Gold(Quest-Count)
                           MOVE QF-Item TO Qst-Item(Quest-Count)
                           MOVE QF-Item-Qty TO Qst-Item-Qty(Quest-Count)
                       END-IF
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE QuestFile.

*>   Edit-checks one quest master line ahead of loading it. LEVEL and
*>   ARENA quests take no target, so any target keyed on one is
*>   cleared rather than left to stop the quest ever matching.
ValidateQuest.
       MOVE 'Y' TO Quest-Valid.
       IF QF-Id = SPACES THEN
           MOVE 'N' TO Quest-Valid
           DISPLAY "Quest line with no quest ID ignored"
       ELSE IF QF-Type NOT = "DEFEAT" AND QF-Type NOT = "CLEAR"
               AND QF-Type NOT = "LEVEL" AND QF-Type NOT = "ARENA" THEN
           MOVE 'N' TO Quest-Valid
           DISPLAY "Quest " QF-Id " ignored - unknown type " QF-Type
       ELSE IF QF-Count NOT NUMERIC OR QF-Count = 0 THEN
           MOVE 'N' TO Quest-Valid
           DISPLAY "Quest " QF-Id " ignored - target count not set"
       ELSE IF (QF-Type = "DEFEAT" OR QF-Type = "CLEAR")
               AND QF-Target = SPACES THEN
           MOVE 'N' TO Quest-Valid
           DISPLAY "Quest " QF-Id " ignored - no enemy or stage named"
       ELSE IF QF-Gold NOT NUMERIC OR QF-Item-Qty NOT NUMERIC THEN
           MOVE 'N' TO Quest-Valid
           DISPLAY "Quest " QF-Id " ignored - non-numeric reward"
       ELSE IF QF-Item NOT = SPACES AND QF-Item-Qty = 0 THEN
           MOVE 'N' TO Quest-Valid
           DISPLAY "Quest " QF-Id " ignored - reward item has no "
               "quantity"
       END-IF.
       IF Quest-Valid = 'Y' AND QF-Item NOT = SPACES THEN
           MOVE 0 TO Item-Found-Index
           MOVE 1 TO Item-Index
           PERFORM UNTIL Item-Index > Item-Count
                   OR Item-Found-Index NOT = 0
               IF Itm-Name(Item-Index) = QF-Item THEN
                   MOVE Item-Index TO Item-Found-Index
               END-IF
               ADD 1 TO Item-Index
           END-PERFORM
           IF Item-Found-Index = 0 THEN
               MOVE 'N' TO Quest-Valid
               DISPLAY "Quest " QF-Id " ignored - reward item "
                   QF-Item " is not on items.txt"
           END-IF
       END-IF.
       IF Quest-Valid = 'N' THEN
           MOVE 4 TO Severity-Work
           PERFORM RaiseSeverity
       ELSE IF QF-Type = "LEVEL" OR QF-Type = "ARENA" THEN
           MOVE SPACES TO QF-Target
       END-IF.

*>   Opens the keyed per-player inventory for the whole run, creating
*>   it on first use the same way the player master is created.
OpenInventory.
           OPEN I-O InventoryFile
       END-IF.

*>   Opens the keyed quest-progress file for the whole run, creating
*>   it on first use the same way the inventory is created.
OpenQuestProgress.
       OPEN I-O QuestProgressFile.
       IF Quest-Progress-Status = "35" THEN
           OPEN OUTPUT QuestProgressFile
           CLOSE QuestProgressFile
           OPEN I-O QuestProgressFile
       END-IF.

*>   Opens the equipment file read-only for the whole run. It is
*>   created by equipmaint, not here - until the first equip there is
*>   simply no gear, and every fight runs on base stats.
OpenEquipment.
       OPEN INPUT EquipmentFile.
       IF Equipment-File-Status = "00" THEN
           MOVE 'Y' TO Equipment-Open
       ELSE
           MOVE 'N' TO Equipment-Open
       END-IF.

*>   Totals the attack and defence bonuses of the gear equipped by
*>   Gear-Player-Name. A slot only counts if its item is still gear of
*>   that slot class on items.txt and the player still holds at least
*>   one on inventory.dat; anything else is passed over with a
*>   warning rather than failing the run.
ApplyGearBonuses.
       MOVE 0 TO Gear-Attack.
       MOVE 0 TO Gear-Defence.
       IF Equipment-Open = 'N' THEN
           EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING Gear-Slot-Index FROM 1 BY 1
               UNTIL Gear-Slot-Index > 3
           MOVE Gear-Player-Name TO Eq-Player
           MOVE Gear-Slot-List(Gear-Slot-Index:1) TO Eq-Slot
           READ EquipmentFile
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM ApplyOneGearItem
           END-READ
       END-PERFORM.

ApplyOneGearItem.
       MOVE 0 TO Item-Found-Index.
       MOVE 1 TO Item-Index.
       PERFORM UNTIL Item-Index > Item-Count OR Item-Found-Index NOT = 0
           IF Itm-Name(Item-Index) = Eq-Item THEN
               MOVE Item-Index TO Item-Found-Index
           END-IF
           ADD 1 TO Item-Index
       END-PERFORM.
       IF Item-Found-Index = 0 THEN
           DISPLAY "Equipped " Eq-Item " for " Gear-Player-Name
               " is not on items.txt - ignored"
           EXIT PARAGRAPH
       END-IF.
       IF Itm-Slot(Item-Found-Index) NOT = Eq-Slot THEN
           DISPLAY "Equipped " Eq-Item " for " Gear-Player-Name
               " is not " Eq-Slot " gear - ignored"
           EXIT PARAGRAPH
       END-IF.
       MOVE Gear-Player-Name TO Inv-Player.
       MOVE Eq-Item TO Inv-Item.
       READ InventoryFile
           INVALID KEY MOVE 0 TO Inv-Qty
       END-READ.
       IF Inv-Qty = 0 THEN
           DISPLAY "Equipped " Eq-Item " is no longer held by "
               Gear-Player-Name " - ignored"
           EXIT PARAGRAPH
       END-IF.
       ADD Itm-Attack-Effect(Item-Found-Index) TO Gear-Attack.
       ADD Itm-Defence-Effect(Item-Found-Index) TO Gear-Defence.

*>   Adds the gear totals to one side's working stats; an effective
*>   stat is held between 0 and 99 like every other stat, and the
*>   bonus actually applied is what is kept, so stripping it again
*>   gives back the base exactly.
AddGearToPlayer.
       MOVE Name OF Player TO Gear-Player-Name.
       PERFORM ApplyGearBonuses.
       COMPUTE Gear-Stat-Work = Attack OF Player + Gear-Attack.
       PERFORM ClampGearStat.
       COMPUTE Player-Gear-Attack = Gear-Stat-Work - Attack OF Player.
       MOVE Gear-Stat-Work TO Attack OF Player.
       COMPUTE Gear-Stat-Work = Defence OF Player + Gear-Defence.
       PERFORM ClampGearStat.
       COMPUTE Player-Gear-Defence = Gear-Stat-Work - Defence OF Player.
       MOVE Gear-Stat-Work TO Defence OF Player.

AddGearToEnemy.
       MOVE Name OF Enemy TO Gear-Player-Name.
       PERFORM ApplyGearBonuses.
       COMPUTE Gear-Stat-Work = Attack OF Enemy + Gear-Attack.
       PERFORM ClampGearStat.
       COMPUTE Enemy-Gear-Attack = Gear-Stat-Work - Attack OF Enemy.
       MOVE Gear-Stat-Work TO Attack OF Enemy.
       COMPUTE Gear-Stat-Work = Defence OF Enemy + Gear-Defence.
       PERFORM ClampGearStat.
       COMPUTE Enemy-Gear-Defence = Gear-Stat-Work - Defence OF Enemy.
       MOVE Gear-Stat-Work TO Defence OF Enemy.

ClampGearStat.
       IF Gear-Stat-Work > 99 THEN
           MOVE 99 TO Gear-Stat-Work
       ELSE IF Gear-Stat-Work < 0 THEN
           MOVE 0 TO Gear-Stat-Work
       END-IF.

*>   Opens the player master once for the whole run, creating it the
*>   first time the system is run on a fresh machine.
OpenPlayerFile.
*>   first time gets a brand-new record with the starting stats.
LoadPlayer.
       MOVE Name OF Player TO PName.
       MOVE 'P' TO Journal-Work-File.
       MOVE Name OF Player TO Journal-Work-Key.
       MOVE SPACES TO Journal-Work-Image.
       READ PlayerFile
           INVALID KEY
               MOVE 'N' TO Journal-Work-Present
               PERFORM JournalBeforeImage
               PERFORM CreateNewPlayer
           NOT INVALID KEY
               MOVE 'Y' TO Journal-Work-Present
               MOVE Player-Master TO Journal-Work-Image
               PERFORM JournalBeforeImage
               MOVE PAttack TO Attack OF Player
               MOVE PDefence TO Defence OF Player
               MOVE PHealth TO Health OF Player
               MOVE PExper TO Player-Exper
               MOVE PGold TO Player-Gold
       END-READ.
       MOVE 0 TO Player-Gear-Attack Player-Gear-Defence.
       MOVE 0 TO Enemy-Gear-Attack Enemy-Gear-Defence.
       PERFORM AddGearToPlayer.

*>   Writes a starting master record the first time a player name
*>   is seen, using the same defaults the character always used to

*>   Rewrites the player's current stats to the master file without
*>   closing it, so progress can be persisted mid-run (at each
*>   checkpoint) as well as at STOP RUN. The gear bonuses added at
*>   load are taken back off first, so only the base stats are saved.
PersistPlayerStats.
       MOVE Name OF Player TO PName.
       COMPUTE Gear-Stat-Work = Attack OF Player - Player-Gear-Attack.
       IF Gear-Stat-Work < 0
           MOVE 0 TO Gear-Stat-Work
       END-IF.
       MOVE Gear-Stat-Work TO PAttack.
       COMPUTE Gear-Stat-Work = Defence OF Player - Player-Gear-Defence.
       IF Gear-Stat-Work < 0
           MOVE 0 TO Gear-Stat-Work
       END-IF.
       MOVE Gear-Stat-Work TO PDefence.
       MOVE Health OF Player TO PHealth.
       MOVE Max-Health OF Player TO PMax-Health.
       MOVE Player-Level TO PLevel.
*>   player listed in roster.txt (actions always come from
*>   ActionFile in roster mode, so ROSTER implies BATCH).
ParseRunParm.
       MOVE SPACES TO Parm-Word-1 Parm-Word-2 Parm-Word-3
           Parm-Word-4 Parm-Word-5 Parm-Word-6.
       UNSTRING Run-Parm DELIMITED BY SPACE
           INTO Parm-Word-1 Parm-Word-2 Parm-Word-3
               Parm-Word-4 Parm-Word-5 Parm-Word-6.

       MOVE 'N' TO Batch-Mode.
       MOVE 'N' TO Lookup-Mode.
           MOVE 'Y' TO Batch-Mode
       END-IF.

*>   PARTY runs the stage campaign with each party.txt party fighting
*>   as one side; like ROSTER, every member's actions come from
*>   ActionFile, so PARTY implies BATCH.
       IF Lookup-Mode = 'N' AND Roster-Mode = 'N'
               AND Reprocess-Mode = 'N' AND Arena-Mode = 'N'
               AND (Parm-Word-1 = "PARTY"
               OR Parm-Word-2 = "PARTY") THEN
           MOVE 'Y' TO Party-Mode
           MOVE 'Y' TO Batch-Mode
       END-IF.

       MOVE Parm-Word-1 TO Parm-Word-Work.
       PERFORM ParseKeywordParm.
       MOVE Parm-Word-2 TO Parm-Word-Work.
       PERFORM ParseKeywordParm.
       MOVE Parm-Word-3 TO Parm-Word-Work.
       PERFORM ParseKeywordParm.
       MOVE Parm-Word-4 TO Parm-Word-Work.
       PERFORM ParseKeywordParm.
       MOVE Parm-Word-5 TO Parm-Word-Work.
       PERFORM ParseKeywordParm.
       MOVE Parm-Word-6 TO Parm-Word-Work.
       PERFORM ParseKeywordParm.

       IF Roll-Variance > 0 OR Roll-Crit-Pct > 0 THEN
           MOVE 'Y' TO Rolls-Active
       END-IF.

*>   The keyword=value parm words can come in any position after the
*>   mode words.
ParseKeywordParm.
       PERFORM ParseRoundsParm.
       PERFORM ParseRollParm.

*>   Picks up a ROUNDS=nn parm word (1 to 3 digits) overriding the
*>   default encounter round cap; the digits are right-justified into
           END-IF
       END-IF.

*>   Picks up VARIANCE=n, CRIT=nn and SEED=n. As with ROUNDS=, an
*>   unusable value keeps the default and says so; CRIT= digits and
*>   SEED= digits are right-justified so CRIT=5 and CRIT=05 agree.
ParseRollParm.
       IF Parm-Word-Work(1:9) = "VARIANCE=" THEN
           IF Parm-Word-Work(10:1) NUMERIC
                   AND Parm-Word-Work(11:1) = SPACE THEN
               MOVE Parm-Word-Work(10:1) TO Roll-Variance
               DISPLAY "Damage variance set to +/- " Roll-Variance
           ELSE
               DISPLAY "Unusable VARIANCE= parm value '"
                   Parm-Word-Work(10:11) "' - damage variance stays off"
           END-IF
       END-IF.

       IF Parm-Word-Work(1:5) = "CRIT=" THEN
           MOVE Parm-Word-Work(6:2) TO Parm-Crit-Value
           MOVE ZEROES TO Crit-Padded
           EVALUATE TRUE
               WHEN Parm-Crit-Value(1:1) = SPACE
               WHEN Parm-Word-Work(8:1) NOT = SPACE
                   MOVE "XX" TO Crit-Padded
               WHEN Parm-Crit-Value(2:1) = SPACE
                   MOVE Parm-Crit-Value(1:1) TO Crit-Padded(2:1)
               WHEN OTHER
                   MOVE Parm-Crit-Value TO Crit-Padded
           END-EVALUATE
           IF Crit-Padded NUMERIC THEN
               MOVE Crit-Padded TO Roll-Crit-Pct
               DISPLAY "Critical hit chance set to " Roll-Crit-Pct "%"
           ELSE
               DISPLAY "Unusable CRIT= parm value '"
                   Parm-Word-Work(6:15) "' - critical hits stay off"
           END-IF
       END-IF.

       IF Parm-Word-Work(1:5) = "SEED=" THEN
           MOVE Parm-Word-Work(6:10) TO Parm-Seed-Value
           MOVE 0 TO Seed-Digits
           INSPECT Parm-Seed-Value TALLYING Seed-Digits
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE ZEROES TO Seed-Padded
           IF Seed-Digits > 0 AND Parm-Word-Work(16:1) = SPACE THEN
               COMPUTE Seed-Start = 11 - Seed-Digits
               MOVE Parm-Seed-Value(1:Seed-Digits)
                   TO Seed-Padded(Seed-Start:Seed-Digits)
           ELSE
               MOVE "X" TO Seed-Padded
           END-IF
           IF Seed-Padded NUMERIC AND Seed-Padded NOT = ZEROES
                   AND Seed-Padded < "2147483647" THEN
               MOVE Seed-Padded TO Roll-Seed
               MOVE 'Y' TO Roll-Seed-Given
           ELSE
               DISPLAY "Unusable SEED= parm value '"
                   Parm-Word-Work(6:15)
                   "' - seeding from the run start time"
           END-IF
       END-IF.

*>   Starts the generator once the run ID exists: the SEED= value if
*>   one was given, else the run's MMDDHHMMSS (never zero, never the
*>   modulus). Skipped entirely on a run without variance or crits.
SeedRolls.
       IF Rolls-Active = 'N' THEN
           EXIT PARAGRAPH
       END-IF.
       IF Roll-Seed-Given = 'N' THEN
           MOVE Run-Id(5:10) TO Roll-Seed
           IF Roll-Seed = 0 THEN
               MOVE 1 TO Roll-Seed
           END-IF
       END-IF.
       MOVE Roll-Seed TO Roll-State.
       DISPLAY "Rolls seeded with " Roll-Seed.

*>   Draws the roll for the turn about to be fought. Only an attack
*>   rolls; any other action, or a run without variance, gets a zero
*>   adjustment and no critical hit.
DrawRoll.
       MOVE 0 TO Exec-Roll-Adjust.
       MOVE 'N' TO Exec-Roll-Crit.
       IF Rolls-Active = 'N' OR Current-Action NOT = "attack" THEN
           EXIT PARAGRAPH
       END-IF.

       PERFORM NextRollState.
       COMPUTE Roll-Span = Roll-Variance * 2 + 1.
       DIVIDE Roll-State BY Roll-Span GIVING Roll-Quotient
           REMAINDER Roll-Remainder.
       COMPUTE Exec-Roll-Adjust = Roll-Remainder - Roll-Variance.

       PERFORM NextRollState.
       DIVIDE Roll-State BY 100 GIVING Roll-Quotient
           REMAINDER Roll-Remainder.
       IF Roll-Remainder < Roll-Crit-Pct THEN
           MOVE 'Y' TO Exec-Roll-Crit
       END-IF.

NextRollState.
       COMPUTE Roll-Product = Roll-State * 16807.
       DIVIDE Roll-Product BY 2147483647 GIVING Roll-Quotient
           REMAINDER Roll-State.

*>   Builds a keyed index across every configured stage's enemy file
*>   so LOOKUP mode can find one named enemy no matter which stage it
*>   lives in, instead of only ever searching the first stage.
                   MOVE Checkpoint-Player-Field TO Checkpoint-Player-Name
                   MOVE Checkpoint-Stage-File TO Checkpoint-Stage-Name
                   MOVE Checkpoint-Enemy-Field TO Last-Completed-Enemy
                   MOVE Checkpoint-Kind TO Checkpoint-Kind-Read
                   MOVE Checkpoint-Stage-Clean TO Checkpoint-Clean-Read
                   MOVE Checkpoint-Clear-Credited
                       TO Checkpoint-Credited-Read
           END-READ
           CLOSE CheckpointFile
       END-IF.
*>   longer rostered restarts the job from the top.
ResolveCheckpointRoster.
       MOVE 0 TO Checkpoint-Roster-Index.
       IF Checkpoint-Present = 'Y'
               AND ((Party-Mode = 'Y' AND Checkpoint-Kind-Read NOT = 'P')
               OR (Party-Mode = 'N' AND Checkpoint-Kind-Read = 'P')) THEN
           DISPLAY "Checkpoint for " Checkpoint-Player-Name
               " was written by a different run mode - "
               "restarting from the top"
           MOVE 'N' TO Checkpoint-Present
       END-IF.
       IF Checkpoint-Present = 'Y' THEN
           MOVE 1 TO Roster-Index
           PERFORM UNTIL Roster-Index > Roster-Count
PositionEnemyFile.
       MOVE 'N' TO Skip-Done.
       IF Checkpoint-Present = 'Y'
               AND Campaign-Name = Checkpoint-Player-Name
               AND Stage-Index = Checkpoint-Stage-Index THEN
           PERFORM UNTIL Skip-Done = 'Y' OR EOF = 'Y'
               READ EnemyFile INTO Enemy
               CLOSE EnemyFile
               OPEN INPUT EnemyFile
               MOVE 'N' TO EOF
           ELSE IF Checkpoint-Clean-Read NOT = 'Y'
               MOVE 'N' TO Stage-Clean
           END-IF
           END-IF
           IF Checkpoint-Credited-Read = 'Y'
               MOVE 'Y' TO Stage-Clear-Credited
           END-IF
       END-IF.

*>   right after it, and rewrites PlayerFile with the player's stats
*>   at this same point so a restart resumes with the stats the
*>   player actually had when the job stopped, not stale stats from
*>   the previous full run's completion. A party checkpoint persists
*>   every member, fainted ones included, so a restart reloads the
*>   party exactly as it stood.
SaveCheckpoint.
       PERFORM WriteCheckpointRecord.
       IF Party-Mode = 'Y'
           PERFORM PersistParty
       ELSE
           PERFORM PersistPlayerStats
       END-IF.

WriteCheckpointRecord.
       MOVE SPACES TO Checkpoint-Rec.
       MOVE Campaign-Name TO Checkpoint-Player-Field.
       MOVE Current-Enemy-File TO Checkpoint-Stage-File.
       MOVE Last-Completed-Enemy TO Checkpoint-Enemy-Field.
       IF Party-Mode = 'Y'
           MOVE 'P' TO Checkpoint-Kind
       END-IF.
       MOVE Stage-Clean TO Checkpoint-Stage-Clean.
       MOVE Stage-Clear-Credited TO Checkpoint-Clear-Credited.
       OPEN OUTPUT CheckpointFile.
       WRITE Checkpoint-Rec.
       CLOSE CheckpointFile.

*>   Wipes the checkpoint once the whole roster has been cleared so
*>   the next run starts fresh from the top of EnemyFile.
               ADD 1 TO Total-Enemies-Defeated
*>   Arena bouts are exhibitions: no experience, no drops, and the
*>   master is never rewritten, so a sanctioned match cannot touch
*>   either side's campaign progression. Their quest progress is
*>   taken by ArenaBout once the bout has been posted.
               IF Arena-Mode = 'N'
                   PERFORM AwardExperience
                   PERFORM AwardBounty
                   PERFORM AwardDrops
                   MOVE "DEFEAT" TO Quest-Event-Type
                   MOVE Name OF Enemy TO Quest-Event-Target
                   PERFORM AdvanceCampaignQuests
                   MOVE "LEVEL" TO Quest-Event-Type
                   MOVE SPACES TO Quest-Event-Target
                   PERFORM AdvanceCampaignQuests
               END-IF
               EXIT PERFORM
           ELSE IF Flee-Requested = 'Y' THEN
       MOVE Player-Exper TO RPlayer-Exper.
       WRITE Report-Line.

*>   One party encounter: every member standing as it starts takes
*>   part, the rounds run until the enemy faints, the whole party is
*>   down, someone flees (a member's flee withdraws the party) or the
*>   round cap calls a draw. Experience and bounty are priced off the
*>   enemy's incoming stats exactly as for a lone player.
PartyEncounter.
       DISPLAY "Party " Campaign-Name " encounters a " Name OF Enemy.
       DISPLAY "Possible actions: attack, defend, rest, heal, "
           "use <item>, flee".
       DISPLAY SPACE.
       MOVE SPACES TO Encounter-Outcome.
       MOVE 'N' TO Flee-Requested.
       MOVE SPACES TO Fled-By.
       MOVE Health OF Enemy TO Max-Health OF Enemy.
       MOVE Action OF Enemy TO Enemy-Static-Action.
       COMPUTE Pending-Experience =
           Attack OF Enemy + Defence OF Enemy + Health OF Enemy.
       MOVE Pending-Experience TO Pending-Bounty.
       MOVE 0 TO Killer-Index.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           MOVE SPACES TO Mbr-Outcome(Member-Index)
           IF Mbr-Health(Member-Index) > 0
               MOVE 'Y' TO Mbr-In-Fight(Member-Index)
           ELSE
               MOVE 'N' TO Mbr-In-Fight(Member-Index)
           END-IF
       END-PERFORM.
       MOVE 0 TO Round-Number.
       PERFORM FOREVER
           ADD 1 TO Round-Number
           PERFORM PartyRound
           IF Party-Standing = 0 THEN
               DISPLAY "The whole party has fainted"
               MOVE "LOSS" TO Encounter-Outcome
               EXIT PERFORM
           ELSE IF Health OF Enemy <= 0 THEN
               DISPLAY Name OF Enemy " Fainted"
               MOVE "WIN" TO Encounter-Outcome
               ADD 1 TO Total-Enemies-Defeated
               PERFORM AwardPartyWin
               EXIT PERFORM
           ELSE IF Flee-Requested = 'Y' THEN
               DISPLAY "The battle ends early"
               MOVE "FLED" TO Encounter-Outcome
               EXIT PERFORM
           ELSE IF Round-Number >= Max-Rounds THEN
               DISPLAY "Neither side can finish it - the fight is "
                   "called a draw after " Round-Number " rounds"
               MOVE "DRAW" TO Encounter-Outcome
               EXIT PERFORM
           END-IF
           END-IF
           END-IF
           END-IF
       END-PERFORM.
       DISPLAY SPACE.
       PERFORM WritePartyReportLines.

*>   One party round: each member standing acts in party order from
*>   ActionFile, then - if the enemy is still up and nobody fled - the
*>   enemy picks its action and its target from its tactics and acts
*>   once. An enemy beaten mid-round gets no turn, so the member whose
*>   action felled it is the one who landed the killing blow.
PartyRound.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           IF Mbr-Health(Member-Index) > 0 AND Health OF Enemy > 0
                   AND Flee-Requested = 'N'
               PERFORM SwapInMember
               PERFORM PlayerTurn
               PERFORM SwapOutMember
               IF Health OF Enemy <= 0
                   MOVE Member-Index TO Killer-Index
               END-IF
           END-IF
       END-PERFORM.
       IF Health OF Enemy > 0 AND Flee-Requested = 'N' THEN
           PERFORM SurveyParty
           PERFORM PickEnemyAction
           EVALUATE Tactic-Chosen-Target
               WHEN "LOWHP" MOVE Party-Low-Index TO Target-Index
               WHEN "HIGHP" MOVE Party-High-Index TO Target-Index
               WHEN OTHER MOVE Party-First-Index TO Target-Index
           END-EVALUATE
           MOVE Target-Index TO Member-Index
           PERFORM SwapInMember
           PERFORM EnemyTurn
           PERFORM SwapOutMember
           IF Mbr-Health(Member-Index) <= 0 THEN
               DISPLAY Mbr-Name(Member-Index) " Fainted"
               MOVE "LOSS" TO Mbr-Outcome(Member-Index)
               ADD 1 TO Total-Player-Fainted
           END-IF
       END-IF.
       PERFORM SurveyParty.

       DISPLAY SPACE.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           DISPLAY Mbr-Name(Member-Index) " life is: "
               Mbr-Health(Member-Index)
       END-PERFORM.
       Display Name OF Enemy " life is: " Health OF Enemy.
       DISPLAY SPACE.
       DISPLAY SPACE.
       DISPLAY SPACE.

*>   Splits the enemy's experience and bounty evenly across the
*>   members still standing, the odd remainder going to the member
*>   who landed the killing blow along with the enemy's drops; each
*>   survivor's DEFEAT and LEVEL quests move on as a lone winner's do.
AwardPartyWin.
       PERFORM SurveyParty.
       DIVIDE Pending-Experience BY Party-Standing
           GIVING Party-Exper-Share REMAINDER Party-Exper-Left.
       DIVIDE Pending-Bounty BY Party-Standing
           GIVING Party-Bounty-Share REMAINDER Party-Bounty-Left.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           IF Mbr-Health(Member-Index) > 0
               PERFORM SwapInMember
               MOVE Party-Exper-Share TO Pending-Experience
               MOVE Party-Bounty-Share TO Pending-Bounty
               IF Member-Index = Killer-Index
                   ADD Party-Exper-Left TO Pending-Experience
                   ADD Party-Bounty-Left TO Pending-Bounty
               END-IF
               DISPLAY Name OF Player ":"
               PERFORM AwardExperience
               PERFORM AwardBounty
               IF Member-Index = Killer-Index
                   PERFORM AwardDrops
               END-IF
               MOVE "DEFEAT" TO Quest-Event-Type
               MOVE Name OF Enemy TO Quest-Event-Target
               PERFORM AdvanceCampaignQuests
               MOVE "LEVEL" TO Quest-Event-Type
               MOVE SPACES TO Quest-Event-Target
               PERFORM AdvanceCampaignQuests
               PERFORM SwapOutMember
           END-IF
       END-PERFORM.

*>   Moves a party event (a stage clear) on for every member standing.
AdvancePartyQuests.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           IF Mbr-Health(Member-Index) > 0
               PERFORM SwapInMember
               PERFORM AdvanceCampaignQuests
               PERFORM SwapOutMember
           END-IF
       END-PERFORM.

*>   One report row per member who took part, each naming the member
*>   and the member's own end-of-encounter stats. A member who fainted
*>   is a LOSS whatever became of the rest; on a party win the member
*>   who landed the killing blow has the WIN (and the drops, which is
*>   what invrecon credits a WIN row with) and the other survivors an
*>   ASSIST; a flee or a draw is the same for everyone standing. So
*>   WIN rows still count enemies defeated and LOSS rows faints.
WritePartyReportLines.
       MOVE Encounter-Outcome TO Party-Outcome.
       PERFORM VARYING Member-Index FROM 1 BY 1
               UNTIL Member-Index > Member-Count
           IF Mbr-In-Fight(Member-Index) = 'Y'
               IF Mbr-Outcome(Member-Index) = SPACES
                   EVALUATE TRUE
                       WHEN Party-Outcome = "WIN"
                               AND Member-Index = Killer-Index
                           MOVE "WIN" TO Mbr-Outcome(Member-Index)
                       WHEN Party-Outcome = "WIN"
                           MOVE "ASSIST" TO Mbr-Outcome(Member-Index)
                       WHEN Party-Outcome = "DRAW"
                           MOVE "DRAW" TO Mbr-Outcome(Member-Index)
                       WHEN OTHER
                           MOVE Party-Outcome TO Mbr-Outcome(Member-Index)
                   END-EVALUATE
               END-IF
               PERFORM SwapInMember
               MOVE Mbr-Outcome(Member-Index) TO Encounter-Outcome
               PERFORM WriteReportLine
           END-IF
       END-PERFORM.
*>   A drawn encounter is one draw for the party, however many
*>   members were still in the fight.
       IF Party-Outcome = "DRAW"
           ADD 1 TO Total-Draws
       END-IF.
       MOVE Party-Outcome TO Encounter-Outcome.


ExecuteAction.
       PERFORM PlayerTurn.
       IF Flee-Requested = 'N' THEN
           PERFORM PickEnemyAction
           PERFORM EnemyTurn
       END-IF.

       DISPLAY SPACE.

       Display Name OF Player " life is: " Health OF Player.
       Display Name OF Enemy " life is: " Health OF Enemy.
       DISPLAY SPACE.
       DISPLAY SPACE.
       DISPLAY SPACE.

*>   The player's half of a round: reads the action, resolves any
*>   item, runs it through EXECUTE_ACTION against the enemy and
*>   audits it. In PARTY mode the member whose turn it is has been
*>   swapped into the Player record first.
PlayerTurn.
       IF Batch-Mode = 'Y' THEN
           READ ActionFile INTO Player-Input
               AT END MOVE "rest" TO Player-Input
       MOVE Action OF Player TO Current-Action.
       MOVE Attack OF Player TO Current-Attacker-Attack.
       MOVE Max-Health OF Player TO Current-Attacker-Max-Health.
       MOVE Player-Gear-Attack TO Current-Attacker-Gear-Attack.
       MOVE Enemy-Gear-Defence TO Current-Defender-Gear-Defence.
       IF Action OF Player = "use" AND Item-Valid = 'Y'
           MOVE Use-Item-Name TO Current-Item
       ELSE
       MOVE Defence OF Player TO Attacker-Defence-Before.
       MOVE Health OF Enemy TO Defender-Health-Before.
       MOVE Defence OF Enemy TO Defender-Defence-Before.
       PERFORM DrawRoll.
       CALL 'EXECUTE_ACTION' USING Player, Enemy, Exec-Result,
           Exec-Damage, Item-Effect, Exec-Roll.
       IF Exec-Roll-Crit = 'Y' AND Exec-Damage > 0
           DISPLAY "Critical hit by " Current-Attacker-Name "!"
       END-IF.
       IF Exec-Damage > 0
           ADD Exec-Damage TO Total-Damage-To-Enemy
       END-IF.
       PERFORM WriteAuditLine.
       PERFORM HandleExecResult.

*>   The enemy's half of a round: the action PickEnemyAction chose,
*>   run through EXECUTE_ACTION against whoever is in the Player
*>   record - the lone player, or the party member it targeted.
EnemyTurn.
       MOVE Name OF Enemy TO Current-Attacker-Name.
       MOVE Name OF Player TO Current-Defender-Name.
       MOVE Action OF Enemy TO Current-Action.
       MOVE Attack OF Enemy TO Current-Attacker-Attack.
       MOVE Max-Health OF Enemy TO Current-Attacker-Max-Health.
       MOVE Enemy-Gear-Attack TO Current-Attacker-Gear-Attack.
       MOVE Player-Gear-Defence TO Current-Defender-Gear-Defence.
       MOVE SPACES TO Current-Item.
       MOVE Health OF Enemy TO Attacker-Health-Before.
       MOVE Defence OF Enemy TO Attacker-Defence-Before.
       MOVE Health OF Player TO Defender-Health-Before.
       MOVE Defence OF Player TO Defender-Defence-Before.
       MOVE 'N' TO Item-Valid.
       PERFORM DrawRoll.
       CALL 'EXECUTE_ACTION' USING Enemy, Player, Exec-Result,
           Exec-Damage, Item-Effect, Exec-Roll.
       IF Exec-Roll-Crit = 'Y' AND Exec-Damage > 0
           DISPLAY "Critical hit by " Current-Attacker-Name "!"
       END-IF.
       IF Exec-Damage > 0
           ADD Exec-Damage TO Total-Damage-To-Player
       END-IF.
       MOVE Health OF Enemy TO Attacker-Health-After.
       MOVE Defence OF Enemy TO Attacker-Defence-After.
       MOVE Health OF Player TO Defender-Health-After.
       MOVE Defence OF Player TO Defender-Defence-After.
       PERFORM WriteAuditLine.
       PERFORM HandleExecResult.

*>   Flags an unrecognized action back to the player instead of
*>   silently burning the turn, and notes a flee so EnemyEncounter
*>   Start every round from the record's own action - a tactic chosen
*>   last round must not become the fallback for this one.
       MOVE Enemy-Static-Action TO Action OF Enemy.
       MOVE SPACES TO Tactic-Chosen-Target.
       MOVE 1 TO Tactic-Index.
       MOVE 'N' TO Tactic-Found.
       PERFORM UNTIL Tactic-Index > Tactic-Count OR Tactic-Found = 'Y'
               IF Tactic-Match = 'Y' THEN
                   MOVE 'Y' TO Tactic-Found
                   MOVE Tac-Action(Tactic-Index) TO Action OF Enemy
                   MOVE Tac-Target(Tactic-Index) TO Tactic-Chosen-Target
               END-IF
           END-IF
           ADD 1 TO Tactic-Index
       MOVE 'Y' TO Tactic-Cond-Known.
       EVALUATE Tac-Cond(Tactic-Index)
           WHEN "OWNHP" MOVE Health OF Enemy TO Tactic-Test-Value
           WHEN "OPPHP"
               IF Party-Mode = 'Y'
                   MOVE Mbr-Health(Party-First-Index) TO Tactic-Test-Value
               ELSE
                   MOVE Health OF Player TO Tactic-Test-Value
               END-IF
           WHEN "LOWHP"
               IF Party-Mode = 'Y'
                   MOVE Mbr-Health(Party-Low-Index) TO Tactic-Test-Value
               ELSE
                   MOVE Health OF Player TO Tactic-Test-Value
               END-IF
           WHEN "ALIVE"
               IF Party-Mode = 'Y'
                   MOVE Party-Standing TO Tactic-Test-Value
               ELSE
                   MOVE 1 TO Tactic-Test-Value
               END-IF
           WHEN "ROUND" MOVE Round-Number TO Tactic-Test-Value
           WHEN OTHER MOVE 'N' TO Tactic-Cond-Known
       END-EVALUATE.
       END-PERFORM.
       IF Item-Found-Index = 0 THEN
           DISPLAY "There is no such item as " Use-Item-Name
       ELSE IF Itm-Slot(Item-Found-Index) NOT = SPACE THEN
           DISPLAY Use-Item-Name " is gear - it is equipped, not used"
       ELSE
           MOVE Name OF Player TO Inv-Player
           MOVE Use-Item-Name TO Inv-Item
                   IF Inv-Qty = 0 THEN
                       DISPLAY "You have no " Use-Item-Name " to use"
                   ELSE
                       MOVE 'I' TO Journal-Work-File
                       MOVE Inv-Key TO Journal-Work-Key
                       MOVE 'Y' TO Journal-Work-Present
                       MOVE SPACES TO Journal-Work-Image
                       MOVE Inventory-Rec TO Journal-Work-Image
                       PERFORM JournalBeforeImage
                       SUBTRACT 1 FROM Inv-Qty
                       REWRITE Inventory-Rec
                       MOVE 'Y' TO Item-Valid
       PERFORM UNTIL Drop-Index > Drop-Count
           IF Drp-Enemy(Drop-Index) = Name OF Enemy THEN
               MOVE Drp-Item(Drop-Index) TO Grant-Item-Name
               MOVE Name OF Player TO Grant-Player-Name
               PERFORM AddInventoryItem
               DISPLAY Name OF Enemy " dropped a " Grant-Item-Name
           END-IF
           ADD 1 TO Drop-Index
       END-PERFORM.

*>   Adds one of an item to the keyed inventory record of the player
*>   in Grant-Player-Name, creating the record the first time that
*>   player holds that item.
AddInventoryItem.
       MOVE Grant-Player-Name TO Inv-Player.
       MOVE Grant-Item-Name TO Inv-Item.
       MOVE 'I' TO Journal-Work-File.
       MOVE Inv-Key TO Journal-Work-Key.
       MOVE SPACES TO Journal-Work-Image.
       READ InventoryFile
           INVALID KEY
               MOVE 'N' TO Journal-Work-Present
               PERFORM JournalBeforeImage
               MOVE Grant-Player-Name TO Inv-Player
               MOVE Grant-Item-Name TO Inv-Item
               MOVE 1 TO Inv-Qty
               WRITE Inventory-Rec
           NOT INVALID KEY
               MOVE 'Y' TO Journal-Work-Present
               MOVE Inventory-Rec TO Journal-Work-Image
               PERFORM JournalBeforeImage
               IF Inv-Qty < 999 THEN
                   ADD 1 TO Inv-Qty
               END-IF
               REWRITE Inventory-Rec
       END-READ.

*>   Offers a campaign outcome (DEFEAT, CLEAR or LEVEL) to the quest
*>   table for the player now fighting; any reward is banked on the
*>   working Player record.
AdvanceCampaignQuests.
       MOVE Name OF Player TO Quest-Event-Player.
       MOVE Player-Level TO Quest-Event-Level.
       MOVE 'N' TO Quest-Post-To-Master.
       PERFORM AdvanceQuests.

*>   Offers a decided arena bout to the ARENA quests of whichever side
*>   won it; a draw or a flee is nobody's win, the same as on the
*>   ladder.
AdvanceArenaQuests.
       MOVE SPACES TO Quest-Event-Player.
       IF Encounter-Outcome = "WIN" THEN
           MOVE Name OF Player TO Quest-Event-Player
       ELSE IF Encounter-Outcome = "LOSS" THEN
           MOVE Arena-Opponent-Name TO Quest-Event-Player
       END-IF.
       IF Quest-Event-Player NOT = SPACES THEN
           MOVE "ARENA" TO Quest-Event-Type
           MOVE SPACES TO Quest-Event-Target
           MOVE 0 TO Quest-Event-Level
           MOVE 'Y' TO Quest-Post-To-Master
           PERFORM AdvanceQuests
       END-IF.

*>   Walks the quest table for every quest the event in Quest-Event-
*>   Type/Target matches.
AdvanceQuests.
       PERFORM VARYING Quest-Index FROM 1 BY 1
               UNTIL Quest-Index > Quest-Count
           IF Qst-Type(Quest-Index) = Quest-Event-Type
                   AND Qst-Target(Quest-Index) = Quest-Event-Target
               PERFORM AdvanceOneQuest
           END-IF
       END-PERFORM.

*>   Moves one quest on for the event's player. A completed quest is
*>   never touched again; otherwise the count goes up by one (LEVEL
*>   quests take the player's level instead) and the progress record
*>   is journalled and written. The REWRITE that reaches the target
*>   marks the quest C in the same write, before any reward is paid,
*>   so an abend between the two can lose a reward but never pay one
*>   twice on the restart.
AdvanceOneQuest.
       MOVE Quest-Event-Player TO QP-Player.
       MOVE Qst-Id(Quest-Index) TO QP-Quest.
       MOVE 'Q' TO Journal-Work-File.
       MOVE QP-Key TO Journal-Work-Key.
       MOVE SPACES TO Journal-Work-Image.
       READ QuestProgressFile
           INVALID KEY
               MOVE 'N' TO Quest-Record-Present
           NOT INVALID KEY
               MOVE 'Y' TO Quest-Record-Present
               MOVE Quest-Progress-Rec TO Journal-Work-Image
       END-READ.
       IF Quest-Record-Present = 'Y' AND QP-Status = 'C' THEN
           EXIT PARAGRAPH
       END-IF.
       IF Quest-Record-Present = 'N' THEN
           MOVE SPACES TO Quest-Progress-Rec
           MOVE Quest-Event-Player TO QP-Player
           MOVE Qst-Id(Quest-Index) TO QP-Quest
           MOVE 0 TO QP-Count
           MOVE 'O' TO QP-Status
       END-IF.
       IF Quest-Event-Type = "LEVEL" THEN
           MOVE Quest-Event-Level TO Quest-New-Count
       ELSE IF QP-Count < 999 THEN
           COMPUTE Quest-New-Count = QP-Count + 1
       ELSE
           MOVE QP-Count TO Quest-New-Count
       END-IF.
       IF Quest-New-Count = QP-Count THEN
           EXIT PARAGRAPH
       END-IF.

       MOVE Quest-Record-Present TO Journal-Work-Present.
       PERFORM JournalBeforeImage.
       MOVE Quest-New-Count TO QP-Count.
       IF QP-Count >= Qst-Count(Quest-Index) THEN
           MOVE 'C' TO QP-Status
           MOVE Run-Id TO QP-Done-Run
       END-IF.
       IF Quest-Record-Present = 'Y' THEN
           REWRITE Quest-Progress-Rec
       ELSE
           WRITE Quest-Progress-Rec
       END-IF.
       IF QP-Status = 'C' THEN
           PERFORM CompleteQuest
       END-IF.

*>   Pays a just-completed quest's reward - gold the way AwardBounty
*>   banks it, items one at a time through AddInventoryItem the way a
*>   drop is granted - and records the completion on the register. A
*>   campaign player's master is rewritten at once so the gold is on
*>   file alongside the C status, not left waiting for the next
*>   checkpoint.
CompleteQuest.
       DISPLAY Quest-Event-Player " completed quest "
           Qst-Id(Quest-Index).
       ADD 1 TO Grand-Quests-Completed.
       IF Qst-Gold(Quest-Index) > 0 THEN
           IF Quest-Post-To-Master = 'Y' THEN
               PERFORM PostQuestGoldToMaster
           ELSE
               ADD Qst-Gold(Quest-Index) TO Player-Gold
                   ON SIZE ERROR MOVE 99999 TO Player-Gold
               END-ADD
           END-IF
           DISPLAY Quest-Event-Player " earns " Qst-Gold(Quest-Index)
               " gold"
       END-IF.
       IF Qst-Item(Quest-Index) NOT = SPACES THEN
           MOVE Quest-Event-Player TO Grant-Player-Name
           MOVE Qst-Item(Quest-Index) TO Grant-Item-Name
           PERFORM AddInventoryItem Qst-Item-Qty(Quest-Index) TIMES
           DISPLAY Quest-Event-Player " receives "
               Qst-Item-Qty(Quest-Index) " x " Grant-Item-Name
       END-IF.
       IF Quest-Post-To-Master = 'N' THEN
           PERFORM PersistPlayerStats
       END-IF.

       MOVE SPACES TO Quest-Register-Line.
       MOVE Run-Id TO QR-Run-Id.
       MOVE Quest-Event-Player TO QR-Player.
       MOVE Qst-Id(Quest-Index) TO QR-Quest.
       MOVE Qst-Type(Quest-Index) TO QR-Type.
       MOVE Qst-Target(Quest-Index) TO QR-Target.
       MOVE Qst-Count(Quest-Index) TO QR-Count.
       MOVE Qst-Gold(Quest-Index) TO QR-Gold.
       MOVE Qst-Item(Quest-Index) TO QR-Item.
       MOVE Qst-Item-Qty(Quest-Index) TO QR-Item-Qty.
       WRITE Quest-Register-Line.

*>   Posts an arena winner's quest gold straight to PGold on the
*>   master, journalled like any other master update.
PostQuestGoldToMaster.
       MOVE Quest-Event-Player TO PName.
       READ PlayerFile
           INVALID KEY
               DISPLAY "Player " Quest-Event-Player
                   " is not on the master - quest gold not paid"
           NOT INVALID KEY
               MOVE 'P' TO Journal-Work-File
               MOVE Quest-Event-Player TO Journal-Work-Key
               MOVE 'Y' TO Journal-Work-Present
               MOVE SPACES TO Journal-Work-Image
               MOVE Player-Master TO Journal-Work-Image
               PERFORM JournalBeforeImage
               ADD Qst-Gold(Quest-Index) TO PGold
                   ON SIZE ERROR MOVE 99999 TO PGold
               END-ADD
               REWRITE Player-Master
       END-READ.

*>   Writes the B record for the key in Journal-Work-File/Key the
*>   first time the run touches it; the caller has already read the
*>   record (or found it absent) and must call this before updating.
JournalBeforeImage.
       MOVE 'N' TO Journal-Key-Found.
       MOVE 1 TO Journal-Key-Index.
       PERFORM UNTIL Journal-Key-Index > Journal-Key-Count
               OR Journal-Key-Found = 'Y'
           IF Jky-File(Journal-Key-Index) = Journal-Work-File
                   AND Jky-Key(Journal-Key-Index) = Journal-Work-Key
               MOVE 'Y' TO Journal-Key-Found
           END-IF
           ADD 1 TO Journal-Key-Index
       END-PERFORM.
       IF Journal-Key-Found = 'N' THEN
           IF Journal-Key-Count >= 500 THEN
               IF Journal-Overflow = 'N' THEN
                   DISPLAY "More than 500 master keys updated - the "
                       "journal carries no closing images past the "
                       "cap and runbkout cannot reverse this run"
                   MOVE 'Y' TO Journal-Overflow
                   MOVE 4 TO Severity-Work
                   PERFORM RaiseSeverity
               END-IF
           ELSE
               ADD 1 TO Journal-Key-Count
               MOVE Journal-Work-File TO Jky-File(Journal-Key-Count)
               MOVE Journal-Work-Key TO Jky-Key(Journal-Key-Count)
           END-IF
           MOVE SPACES TO Journal-Rec
           MOVE 'B' TO Jnl-Type
           MOVE Journal-Work-File TO Jnl-File
           MOVE Journal-Work-Key TO Jnl-Key
           MOVE Journal-Work-Present TO Jnl-Present
           MOVE Journal-Work-Image TO Jnl-Image
           WRITE Journal-Rec
       END-IF.

*>   Closes the journal with an A record per journalled key carrying
*>   its image as the run leaves it, read back from the files
*>   themselves rather than from working storage.
WriteJournalAfterImages.
       MOVE 1 TO Journal-Key-Index.
       PERFORM UNTIL Journal-Key-Index > Journal-Key-Count
           MOVE SPACES TO Journal-Rec
           MOVE 'A' TO Jnl-Type
           MOVE Jky-File(Journal-Key-Index) TO Jnl-File
           MOVE Jky-Key(Journal-Key-Index) TO Jnl-Key
           IF Jky-File(Journal-Key-Index) = 'P' THEN
               MOVE Jky-Key(Journal-Key-Index) TO PName
               READ PlayerFile
                   INVALID KEY MOVE 'N' TO Jnl-Present
                   NOT INVALID KEY
                       MOVE 'Y' TO Jnl-Present
                       MOVE Player-Master TO Jnl-Image
               END-READ
           ELSE IF Jky-File(Journal-Key-Index) = 'Q' THEN
               MOVE Jky-Key(Journal-Key-Index) TO QP-Key
               READ QuestProgressFile
                   INVALID KEY MOVE 'N' TO Jnl-Present
                   NOT INVALID KEY
                       MOVE 'Y' TO Jnl-Present
                       MOVE Quest-Progress-Rec TO Jnl-Image
               END-READ
           ELSE
               MOVE Jky-Key(Journal-Key-Index) TO Inv-Key
               READ InventoryFile
                   INVALID KEY MOVE 'N' TO Jnl-Present
                   NOT INVALID KEY
                       MOVE 'Y' TO Jnl-Present
                       MOVE Inventory-Rec TO Jnl-Image
               END-READ
           END-IF
           END-IF
           WRITE Journal-Rec
           ADD 1 TO Journal-Key-Index
       END-PERFORM.

*>   Logs one EXECUTE_ACTION call to the audit trail so a fight can
*>   be reconstructed round by round instead of guessed from console
*>   scrollback.
       MOVE Current-Attacker-Attack TO Audit-Attacker-Attack.
       MOVE Current-Attacker-Max-Health TO Audit-Attacker-Max-Health.
       MOVE Current-Item TO Audit-Item.
       MOVE Player-Level TO Audit-Player-Level.
       MOVE Current-Attacker-Gear-Attack TO Audit-Attacker-Gear-Attack.
       MOVE Current-Defender-Gear-Defence TO Audit-Defender-Gear-Defence.
       MOVE SPACES TO Audit-Roll.
       IF Rolls-Active = 'Y' THEN
           MOVE Exec-Roll-Adjust TO Audit-Roll-Adjust
           MOVE Exec-Roll-Crit TO Audit-Roll-Crit
       END-IF.
       WRITE Audit-Line.
