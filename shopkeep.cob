       02 IF-Defence-Effect PIC S99.
       02 IF-Health-Effect PIC S99.
       02 IF-Damage PIC S99.
       02 IF-Slot PIC X(1).

FD PlayerFile.
01 Player-Master.
