001000*  active feed - so adding or retiring a feed is one master
001100*  record, not edits in three places.
001200*
001210*  The master is changed only through DTV170 (job DTVFMAINT),
001220*  which edits each add, change or retire transaction before
001230*  applying it and logs it on DTVFLOG - see DTVFTX and DTVFLG.
001240*
001300*  FDM-SOURCE-SYSTEM-ID of '*DEFAULT' supplies the DTV130
001400*  threshold for the feeds the master somehow misses, the same
001500*  convention the retired DTVTHRS file used; it is not a feed
001800*  FDM-CALENDAR-CODE is the feed's default holiday calendar: a
001900*  business-day request that carries no DVR-CALENDAR-CODE of
002000*  its own is certified against this one.
002005*
002010*  FDM-SEND-DAYS is the feed's sending schedule, one position
002015*  per weekday Monday through Sunday, 'Y' where the feed is
002020*  expected to transmit that day; FDM-MIN-BATCHES is the fewest
002025*  BHD batches a sending day must bring.  DTV150 holds the
002030*  night against both before DTV100 runs.  A feed whose
002035*  FDM-SEND-DAYS is blank has no schedule and is never reported
002040*  missing; a blank or zero FDM-MIN-BATCHES means one batch.
002045*
002050*  FDM-ROLL-CONVENTION is what happens to a real date from the
002055*  feed that lands on a weekend or a holiday of its calendar
002060*  when business-day certification was asked for.  Blank or
002065*  'N' (none) fails it 'BDAY' as always.  'F' (following)
002070*  moves it to the next business day, 'P' (preceding) to the
002075*  one before, and 'M' (modified following) to the next
002080*  unless that crosses into the next month, then to the one
002085*  before.  A moved date passes with reason 'ROLL' and is
002090*  listed on DTV145's nightly roll report.
002100* ****************************************************************
002200  01  DTV-FEED-MASTER-RECORD.
002300      05  FDM-SOURCE-SYSTEM-ID     PIC X(08).
002800          88  FDM-RETIRED          VALUE 'R'.
002900      05  FDM-FAIL-RATE-PCT        PIC 9(03).
003000      05  FDM-CALENDAR-CODE        PIC X(02).
003100      05  FDM-SEND-DAYS            PIC X(07).
003110      05  FDM-SEND-DAY-TABLE REDEFINES FDM-SEND-DAYS.
003120          10  FDM-SEND-DAY         PIC X(01)  OCCURS 7 TIMES.
003130              88  FDM-SENDS-THIS-DAY          VALUE 'Y'.
003140      05  FDM-MIN-BATCHES          PIC 9(02).
003150      05  FDM-ROLL-CONVENTION      PIC X(01).
003160          88  FDM-ROLL-NONE        VALUE ' ' 'N'.
003170          88  FDM-ROLL-VALID       VALUE ' ' 'N' 'F' 'M' 'P'.
003180      05  FDM-FILLER               PIC X(16).
