000300*THEY LAND IN CENSUS_PENDING, AND THIS SCREEN LISTS THE QUEUE     00030000
000400*OLDEST FIRST, OLD AND NEW VALUES SIDE BY SIDE, FOR A             00040000
000500*SUPERVISOR TO APPLY (A) OR REJECT (R) ONE BY ONE. AN APPROVAL    00050000
000566*WRITES THE CENSUS_HISTORY BEFORE-IMAGE, THE UPDATE AND ITS       00056600
000632*CENSUS_PROVENANCE ROW (APPROVAL, WITH BOTH USERS); A             00063200
000700*REJECTION IS LOGGED TO THE CAUD AUDIT TD QUEUE THE SAME WAY      00070000
000800*PROGAB55'S REFUSED OPTIONS ARE. THE QUEUED RATIO IS APPLIED      00080000
000900*WITH THE REST BUT NOT SHOWN - THE FOUR POPULATION COLUMNS ARE    00090000
002600*AUDITLOG.CPY - SO ONLINE ENTRIES NEVER DRIFT FROM THE BATCH LOG  00260000
002700  COPY AUDITLOG.                                                  00270000
002800  01 WS-ABSTIME PIC S9(15) COMP-3.                                00280000
002850  01 WS-PRV-BUS-DATE PIC X(08).                                   00285000
002900  01 WS-ROW-IDX PIC S9(4) COMP.                                   00290000
003000  01 WS-ROW-COUNT PIC S9(4) COMP VALUE ZERO.                      00300000
003100  77 WS-APPLIED-COUNT PIC 9(3) VALUE ZERO.                        00310000
020400*FLAGS DEFAULT TO N  - A SHORT PRE-CONVERSION RECORD MUST         02040000
020500*NOT LEAVE STALE OPTION  BYTES BEHIND THE READ                    02050000
020600     MOVE 'N' TO OA-OPT1 OA-OPT2 OA-OPT3 OA-OPT4                  02060000
020700                 OA-OPT5 OA-OPT6 OA-OPT7 OA-OPT8                  02070000
020800      EXEC CICS                                                   02080000
020900          READ FILE('OPERAUTH')                                   02090000
021000               INTO(OPERAUTH-REC)                                 02100000
034100      IF ACTION-OK-Y                                              03410000
034200          PERFORM UPDATE-CENSUS-PARA                              03420000
034300      END-IF.                                                     03430000
034325      IF ACTION-OK-Y                                              03432500
034350          PERFORM WRITE-PROVENANCE-PARA                           03435000
034375      END-IF.                                                     03437500
034400      IF ACTION-OK-Y                                              03440000
034500          PERFORM DELETE-PENDING-PARA                             03450000
034600      END-IF.                                                     03460000
041000                  TO WS-MESSAGE                                   04100000
041100          MOVE WS-MESSAGE TO MSGO                                 04110000
041200      END-IF.                                                     04120000
041225*THE QUEUING USER GOES ON THE BEFORE-IMAGE BESIDE THE APPROVER -  04122500
041250*THE PENDING ROW IS DELETED BELOW, AND THE DB2SOD DUTIES REPORT   04125000
041275*NEEDS BOTH TO CATCH A CHANGE APPROVED BY THE USER WHO QUEUED IT  04127500
041300  WRITE-HISTORY-PARA.                                             04130000
041400      EXEC SQL                                                    04140000
041500          INSERT INTO CENSUS_HISTORY                              04150000
041600          (STATE_UT,POPULATION,GROWTH_PER,RURAL_POP,              04160000
041700           URBAN_POP,YEAR_OF_SUR,RATIO,CHANGE_TS,                 04170000
041800           CHANGE_PGM,CHANGE_USER,REQ_USER)                       04180000
041900          SELECT STATE_UT,POPULATION,GROWTH_PER,RURAL_POP,        04190000
042000                 URBAN_POP,YEAR_OF_SUR,RATIO,CURRENT TIMESTAMP,   04200000
042100                 'PROGAB59',:WS-USERID,:PND-REQ-USER              04210000
042200          FROM   CENSUS                                           04220000
042300          WHERE  STATE_UT = :PND-STATE-UT                         04230000
042400          AND    YEAR_OF_SUR = :PND-YEAR-OF-SUR                   04240000
044200          MOVE 'N' TO WS-ACTION-OK                                04420000
044300          ADD 1 TO WS-FAILED-COUNT                                04430000
044400      END-IF.                                                     04440000
044403*WHERE THE APPROVED FIGURES CAME FROM - AN AB59 APPROVAL OF THE   04440340
044406*CHANGE QUEUED AT REQ_TS, WITH THE APPROVER AND THE QUEUING USER, 04440680
044410*DATED BY THE DAY IT WAS APPROVED. IN THE SAME UNIT OF WORK AS    04441020
044413*THE UPDATE, SO A FAILURE HERE BACKS THE APPROVAL OUT             04441360
044417  WRITE-PROVENANCE-PARA.                                          04441700
044420      EXEC CICS                                                   04442040
044423          ASKTIME ABSTIME(WS-ABSTIME)                             04442380
044427      END-EXEC.                                                   04442720
044430      EXEC CICS                                                   04443060
044434          FORMATTIME ABSTIME(WS-ABSTIME)                          04443400
044437                     YYYYMMDD(WS-PRV-BUS-DATE)                    04443740
044440      END-EXEC.                                                   04444080
044444      EXEC SQL                                                    04444420
044447          INSERT INTO CENSUS_PROVENANCE                           04444760
044451          (STATE_UT,YEAR_OF_SUR,CHANGE_TS,CHANGE_ACTION,          04445100
044454           SOURCE_TYPE,BUS_DATE,FEED_OFFICE,FEED_SEQ,RECORD_NO,   04445440
044457           SOURCE_REF,POPULATION,CHANGE_PGM,CHANGE_USER,          04445780
044461           REQ_USER)                                              04446120
044464          VALUES(:PND-STATE-UT,:PND-YEAR-OF-SUR,                  04446460
044468                 CURRENT TIMESTAMP,'U','APPROVAL',                04446800
044471                 :WS-PRV-BUS-DATE,' ',0,0,:PND-REQ-TS,            04447140
044474                 :PND-NEW-POPULATION,'PROGAB59',:WS-USERID,       04447480
044478                 :PND-REQ-USER)                                   04447820
044481      END-EXEC.                                                   04448160
044485      IF SQLCODE NOT = 0                                          04448500
044488          MOVE 'N' TO WS-ACTION-OK                                04448840
044491          ADD 1 TO WS-FAILED-COUNT                                04449180
044495      END-IF.                                                     04449520
044500  DELETE-PENDING-PARA.                                            04450000
044600      EXEC SQL                                                    04460000
044700          DELETE FROM CENSUS_PENDING                              04470000
