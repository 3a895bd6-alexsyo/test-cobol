       02 LItem-Health-Effect PIC S99.
       02 LItem-Damage PIC S99.

*>   The roll the caller drew for this turn: an adjustment added to
*>   an attack's damage and whether the attack is a critical hit,
*>   which doubles it. A run without damage variance passes 0 and
*>   'N', and the attack lands exactly as it always has.
01 LRoll.
       02 LRoll-Adjust PIC S9.
       02 LRoll-Crit PIC X(1).


PROCEDURE DIVISION USING LAttacker, LDefender, LResult, LDamage, LItem,
       LRoll.
DISPLAY LName OF LAttacker LAction OF LAttacker.
DISPLAY AttackSum.

EVALUATE LAction OF LAttacker
       WHEN "attack"
           COMPUTE AttackSum = LAttack OF LAttacker - LDefence OF LDefender
               + LRoll-Adjust
           IF AttackSum < 0
               THEN SET AttackSum TO 0
           END-IF
           IF LRoll-Crit = 'Y'
               COMPUTE AttackSum = AttackSum * 2
                   ON SIZE ERROR MOVE 99 TO AttackSum
               END-COMPUTE
           END-IF
           COMPUTE LHealth OF LDefender = LHealth OF LDefender - AttackSum
           COMPUTE LDefence OF LAttacker = LDefence OF LAttacker - 1
           IF LDefence OF LAttacker < 0
