003800                                                                          
003810     SELECT OPTIONAL DETAIL-FILE ASSIGN TO "guessdtl.dat"
003820         ORGANIZATION IS LINE SEQUENTIAL.
003821 
003822     SELECT OPTIONAL CERT-FILE ASSIGN TO "guesscert.dat"
003823         ORGANIZATION IS LINE SEQUENTIAL.
003824 
003825     SELECT OPTIONAL PASS-FILE ASSIGN TO "guesspass.cfg"
003826         ORGANIZATION IS LINE SEQUENTIAL.
003830 
003832     SELECT OPTIONAL TIER-FILE ASSIGN TO "guesstier.dat"
003834         ORGANIZATION IS LINE SEQUENTIAL.
003894         ACCESS MODE IS DYNAMIC
003895         FILE STATUS IS DEPT-STATUS.
003896 
003897     SELECT OPTIONAL LEAVER-FILE ASSIGN TO "leavers.dat"
003898         ORGANIZATION IS LINE SEQUENTIAL.
003899 
003900     SELECT SORT-WORK-FILE ASSIGN TO "guess.srt".                         
004000                                                                          
004100     SELECT OPTIONAL SORTED-RESULTS-FILE ASSIGN TO "guess.sorted"         
005986     05  TR-LOW                PIC 9(3).
005987     05  TR-HIGH               PIC 9(3).
005988     05  TR-MAX-TRIES          PIC 9(2).
005989 
005990 FD  PHONE-FILE.
005991 01  PHONE-RECORD.
005992     05  PHONE-ID              PIC 9(4).
005993     05  PHONE-LAST-NAME       PIC X(20).
005994     05  PHONE-FIRST-NAME      PIC X(15).
005995     05  PHONE-NUMBER          PIC X(15).
005996     05  PHONE-EMAIL           PIC X(30).
005997     05  PHONE-EXTENSION       PIC X(5).
005998     05  PHONE-DEPARTMENT      PIC X(4).
005999     05  PHONE-MANAGER-ID      PIC 9(4).
006000 SD  SORT-WORK-FILE.                                                      
006100 01  GUESS-SORT-RECORD.                                                   
006200     05  GSR-TRAINEE-NAME      PIC X(20).                                 
007240 01  DEPT-RECORD.
007250     05  DEPT-CODE             PIC X(4).
007260     05  DEPT-NAME             PIC X(30).
007261 
007262 FD  LEAVER-FILE.
007263 01  LEAVER-RECORD.
007264     05  LVR-DATE-TIME         PIC 9(14).
007265     05  LVR-PHONE-ID          PIC 9(4).
007266     05  LVR-LAST-NAME         PIC X(20).
007267     05  LVR-FIRST-NAME        PIC X(15).
007268     05  LVR-DEPARTMENT        PIC X(4).
007269 
007270 FD  CERT-FILE.
007271 01  CERT-RECORD.
007272     05  CR-PHONE-ID           PIC 9(4).
007273     05  CR-TRAINEE-NAME       PIC X(20).
007274     05  CR-TIER               PIC 9(1).
007275     05  CR-CERT-DATE          PIC 9(8).
007276     05  CR-EXPIRY-DATE        PIC 9(8).
007277 
007278 FD  PASS-FILE.
007279 01  PASS-RECORD.
007280     05  PSR-TIER              PIC 9(1).
007281     05  PSR-MIN-WINS          PIC 9(1).
007282     05  PSR-VALID-DAYS        PIC 9(3).
007300                                                                          
007400 WORKING-STORAGE SECTION.                                                 
007500                                                                          
010700 01  STATS-BEST-TRIES        PIC 9(2) VALUE 99.                           
010800 01  STATS-AVERAGE-TRIES     PIC 9(3)V9(1) VALUE ZEROES.                  
010850 01  STATS-AVERAGE-EDIT       PIC ZZ9.9    VALUE ZEROES.                  
010851 01  LEAVER-EOF              PIC X VALUE SPACE.
010860 
010861 01  GAME-SEQ                PIC 9(4) VALUE ZEROES.
010862 01  DETAIL-EOF              PIC X VALUE SPACE.
010939         10  LT-PHONE-ID     PIC 9(4).
010940         10  LT-NAME         PIC X(20).
010941         10  LT-LAST-DATE    PIC X(10).
010942 01  LEAVER-COUNT            PIC 9(3) VALUE ZEROES.
010943 01  LEAVER-INDEX            PIC 9(3) VALUE ZEROES.
010944 01  LEAVER-MAX              PIC 9(3) VALUE 999.
010945 01  RESULT-IS-LEAVER        PIC X VALUE SPACE.
010946 01  LEAVER-TABLE.
010947     05  LEAVER-ENTRY        OCCURS 999 TIMES.
010948         10  LV-PHONE-ID     PIC 9(4).
010949         10  LV-NAME-UPPER   PIC X(20).
010950 01  LEAVER-FULL             PIC X VALUE SPACE.
010951 01  CERT-COUNT              PIC 9(3) VALUE ZEROES.
010952 01  CERT-INDEX              PIC 9(4) VALUE ZEROES.
010953 01  CERT-MAX                PIC 9(3) VALUE 999.
010954 01  CERT-EOF                PIC X VALUE SPACE.
010955 01  CERT-FOUND              PIC X VALUE SPACE.
010956 01  PASS-EOF                PIC X VALUE SPACE.
010957 01  CERT-TODAY-NUMERIC      PIC 9(8) VALUE ZEROES.
010958 01  CERT-TODAY-INT          PIC 9(7) VALUE ZEROES.
010959 01  CERT-EXPIRY-NUMERIC     PIC 9(8) VALUE ZEROES.
010960 01  CERT-EXPIRY-X REDEFINES CERT-EXPIRY-NUMERIC PIC X(8).
010961 01  CERT-EXPIRY-DISPLAY     PIC X(10) VALUE SPACES.
010962 01  PASS-STANDARD-TABLE.
010963     05  PASS-STANDARD-ENTRY OCCURS 3 TIMES.
010964         10  PS-WINS-NEEDED  PIC 9(1).
010965         10  PS-DAYS-VALID   PIC 9(3).
010966 01  CERT-TABLE.
010967     05  CERT-ENTRY          OCCURS 999 TIMES.
010968         10  CE-PHONE-ID     PIC 9(4).
010969         10  CE-TRAINEE-NAME PIC X(20).
010970         10  CE-TIER         PIC 9(1).
010971         10  CE-CERT-DATE    PIC 9(8).
010972         10  CE-EXPIRY-DATE  PIC 9(8).
010980 01  CERT-FULL               PIC X VALUE SPACE.
010990                                                                          
011000 PROCEDURE DIVISION.                                                      
011100                                                                          
011200 PROGRAM-BEGIN.                                                           
012200     PERFORM MAIN-LOOP                                                    
012300       UNTIL DONE = YES                                                   
012400     PERFORM RECORD-GAME-RESULT                                           
012420     PERFORM CHECK-TRAINEE-CERTIFICATION
012450     PERFORM UPDATE-TRAINEE-TIER
012500   END-IF.                                                                
012600                                                                          
030510       MOVE 30 TO LEADER-IDLE-DAYS.
030520   MOVE ZEROES TO LEAD-DEPT-COUNT.
030530   MOVE ZEROES TO LEAD-TR-COUNT.
030532   PERFORM LOAD-LEAVERS.
030540   OPEN INPUT PHONE-FILE.
030542   MOVE SPACE TO DIRECTORY-AVAILABLE.
030544   IF PHONE-STATUS = ZEROES
030750 TALLY-NEXT-LEADER-RESULT.
030760   READ RESULTS-FILE NEXT RECORD
030770       AT END MOVE "Y" TO RESULTS-END-OF-FILE.
030775   IF RESULTS-END-OF-FILE NOT = "Y"
030777       PERFORM CHECK-RESULT-LEAVER.
030780   IF RESULTS-END-OF-FILE NOT = "Y"
030785       AND RESULT-IS-LEAVER NOT = YES
030790       PERFORM RESOLVE-RESULT-DEPARTMENT
030800       PERFORM TALLY-LEADER-DEPARTMENT
030810       PERFORM TALLY-LEADER-TRAINEE.
032450       ADD 1 TO LEAD-IDLE-COUNT
032460       DISPLAY "  " LT-NAME(LEAD-TR-INDEX)
032470           " last played " LT-LAST-DATE(LEAD-TR-INDEX).
032480 
032490 LOAD-LEAVERS.
032500   MOVE ZEROES TO LEAVER-COUNT.
032510   MOVE "N" TO LEAVER-EOF.
032515   MOVE "N" TO LEAVER-FULL.
032520   OPEN INPUT LEAVER-FILE.
032530   PERFORM LOAD-NEXT-LEAVER
032540       UNTIL LEAVER-EOF = "Y".
032550   CLOSE LEAVER-FILE.
032552   IF LEAVER-FULL = "Y"
032554       DISPLAY "Leaver file is full; only the most recent "
032556           LEAVER-MAX " entries were kept.".
032560 
032570 LOAD-NEXT-LEAVER.
032580   READ LEAVER-FILE NEXT RECORD
032590       AT END MOVE "Y" TO LEAVER-EOF.
032600   IF LEAVER-EOF NOT = "Y"
032610       PERFORM NEXT-LEAVER-SLOT
032620       MOVE LVR-PHONE-ID TO LV-PHONE-ID(LEAVER-INDEX)
032630       MOVE FUNCTION UPPER-CASE(LVR-LAST-NAME)
032640           TO LV-NAME-UPPER(LEAVER-INDEX).
032650 
032651 NEXT-LEAVER-SLOT.
032652   IF LEAVER-COUNT < LEAVER-MAX
032653       ADD 1 TO LEAVER-COUNT
032654       MOVE LEAVER-COUNT TO LEAVER-INDEX
032655   ELSE
032656       MOVE "Y" TO LEAVER-FULL
032657       COMPUTE LEAVER-INDEX =
032658           FUNCTION MOD(LEAVER-INDEX, LEAVER-MAX) + 1.
032659 
032660 CHECK-RESULT-LEAVER.
032670   MOVE "N" TO RESULT-IS-LEAVER.
032680   MOVE FUNCTION UPPER-CASE(RR-TRAINEE-NAME)
032690       TO TRAINEE-NAME-UPPER.
032700   PERFORM CHECK-NEXT-LEAVER
032710       VARYING LEAVER-INDEX FROM 1 BY 1
032720       UNTIL LEAVER-INDEX > LEAVER-COUNT
032730       OR RESULT-IS-LEAVER = "Y".
032740 
032750 CHECK-NEXT-LEAVER.
032760   IF RR-PHONE-ID IS NUMERIC AND RR-PHONE-ID > ZEROES
032770       IF LV-PHONE-ID(LEAVER-INDEX) = RR-PHONE-ID
032780           MOVE "Y" TO RESULT-IS-LEAVER
032790       END-IF
032800   ELSE
032810       IF LV-NAME-UPPER(LEAVER-INDEX) = TRAINEE-NAME-UPPER
032820           MOVE "Y" TO RESULT-IS-LEAVER.
032830 
032840 CHECK-TRAINEE-CERTIFICATION.
032850   IF TRAINEE-PHONE-ID > ZEROES
032860       PERFORM GATHER-RECENT-OUTCOMES
032870       IF RECENT-MATCHES NOT < 3
032880           PERFORM COUNT-RECENT-OUTCOMES
032890           PERFORM LOAD-PASS-STANDARDS
032900           IF RECENT-WINS NOT < PS-WINS-NEEDED(TIER-LEVEL)
032910               PERFORM CERTIFY-TRAINEE.
032920 
032930 LOAD-PASS-STANDARDS.
032940   MOVE 3 TO PS-WINS-NEEDED(1).
032950   MOVE 2 TO PS-WINS-NEEDED(2).
032960   MOVE 2 TO PS-WINS-NEEDED(3).
032970   MOVE 365 TO PS-DAYS-VALID(1).
032980   MOVE 365 TO PS-DAYS-VALID(2).
032990   MOVE 365 TO PS-DAYS-VALID(3).
033000   MOVE "N" TO PASS-EOF.
033010   OPEN INPUT PASS-FILE.
033020   PERFORM LOAD-NEXT-PASS-STANDARD
033030       UNTIL PASS-EOF = "Y".
033040   CLOSE PASS-FILE.
033050 
033060 LOAD-NEXT-PASS-STANDARD.
033070   READ PASS-FILE NEXT RECORD
033080       AT END MOVE "Y" TO PASS-EOF.
033090   IF PASS-EOF NOT = "Y"
033100       AND PSR-TIER IS NUMERIC AND PSR-TIER > ZEROES
033110       AND PSR-TIER < 4
033120       AND PSR-MIN-WINS IS NUMERIC AND PSR-MIN-WINS > ZEROES
033130       AND PSR-MIN-WINS < 4
033140       AND PSR-VALID-DAYS IS NUMERIC AND PSR-VALID-DAYS > ZEROES
033150       MOVE PSR-MIN-WINS TO PS-WINS-NEEDED(PSR-TIER)
033160       MOVE PSR-VALID-DAYS TO PS-DAYS-VALID(PSR-TIER).
033170 
033180 CERTIFY-TRAINEE.
033190   PERFORM LOAD-CERT-TABLE.
033200   PERFORM FIND-CERT-ENTRY.
033210   PERFORM GET-TODAY-DATE.
033220   COMPUTE CERT-TODAY-NUMERIC = TODAY-YEAR * 10000
033230       + TODAY-MONTH * 100 + TODAY-DAY.
033240   IF CERT-FOUND = "Y"
033250       AND CE-TIER(CERT-INDEX) > TIER-LEVEL
033260       AND CE-EXPIRY-DATE(CERT-INDEX) NOT < CERT-TODAY-NUMERIC
033270       MOVE CE-EXPIRY-DATE(CERT-INDEX) TO CERT-EXPIRY-NUMERIC
033280       PERFORM FORMAT-CERT-EXPIRY
033290       DISPLAY "Your tier " CE-TIER(CERT-INDEX)
033300           " certification stays current until "
033310           CERT-EXPIRY-DISPLAY "."
033320   ELSE
033330       PERFORM STORE-TRAINEE-CERT.
033340 
033350 STORE-TRAINEE-CERT.
033360   COMPUTE CERT-TODAY-INT =
033370       FUNCTION INTEGER-OF-DATE(CERT-TODAY-NUMERIC).
033380   COMPUTE CERT-EXPIRY-NUMERIC = FUNCTION DATE-OF-INTEGER(
033390       CERT-TODAY-INT + PS-DAYS-VALID(TIER-LEVEL)).
033395   IF CERT-FULL = "Y"
033396       MOVE "N" TO CERT-FOUND.
033400   IF CERT-FOUND NOT = "Y" AND CERT-COUNT < CERT-MAX
033410       ADD 1 TO CERT-COUNT
033420       MOVE CERT-COUNT TO CERT-INDEX
033430       MOVE "Y" TO CERT-FOUND.
033440   IF CERT-FOUND = "Y"
033450       MOVE TRAINEE-PHONE-ID TO CE-PHONE-ID(CERT-INDEX)
033460       MOVE TRAINEE-NAME TO CE-TRAINEE-NAME(CERT-INDEX)
033470       MOVE TIER-LEVEL TO CE-TIER(CERT-INDEX)
033480       MOVE CERT-TODAY-NUMERIC TO CE-CERT-DATE(CERT-INDEX)
033490       MOVE CERT-EXPIRY-NUMERIC TO CE-EXPIRY-DATE(CERT-INDEX)
033500       PERFORM SAVE-CERT-TABLE
033510       PERFORM FORMAT-CERT-EXPIRY
033520       DISPLAY "Certified at tier " TIER-LEVEL
033530           ", valid until " CERT-EXPIRY-DISPLAY ".".
033532   IF CERT-FOUND NOT = "Y"
033534       DISPLAY "Certificate file is full; tier " TIER-LEVEL
033536           " certification was not recorded.".
033540 
033550 FORMAT-CERT-EXPIRY.
033560   MOVE SPACES TO CERT-EXPIRY-DISPLAY.
033570   STRING CERT-EXPIRY-X(1:4) DELIMITED BY SIZE
033580       "-" DELIMITED BY SIZE
033590       CERT-EXPIRY-X(5:2) DELIMITED BY SIZE
033600       "-" DELIMITED BY SIZE
033610       CERT-EXPIRY-X(7:2) DELIMITED BY SIZE
033620       INTO CERT-EXPIRY-DISPLAY
033630   END-STRING.
033640 
033650 LOAD-CERT-TABLE.
033660   MOVE ZEROES TO CERT-COUNT.
033670   MOVE "N" TO CERT-EOF.
033680   OPEN INPUT CERT-FILE.
033690   PERFORM LOAD-NEXT-CERT
033700       UNTIL CERT-EOF = "Y"
033710       OR CERT-COUNT = CERT-MAX.
033711   MOVE "N" TO CERT-FULL.
033712   IF CERT-EOF NOT = "Y"
033713       READ CERT-FILE NEXT RECORD
033714           AT END MOVE "Y" TO CERT-EOF.
033715   IF CERT-EOF NOT = "Y"
033716       MOVE "Y" TO CERT-FULL
033717       DISPLAY "Certificate file is full; only the first "
033718           CERT-MAX " entries were read.".
033720   CLOSE CERT-FILE.
033730 
033740 LOAD-NEXT-CERT.
033750   READ CERT-FILE NEXT RECORD
033760       AT END MOVE "Y" TO CERT-EOF.
033770   IF CERT-EOF NOT = "Y"
033780       ADD 1 TO CERT-COUNT
033790       MOVE CR-PHONE-ID TO CE-PHONE-ID(CERT-COUNT)
033800       MOVE CR-TRAINEE-NAME TO CE-TRAINEE-NAME(CERT-COUNT)
033810       MOVE CR-TIER TO CE-TIER(CERT-COUNT)
033820       MOVE CR-CERT-DATE TO CE-CERT-DATE(CERT-COUNT)
033830       MOVE CR-EXPIRY-DATE TO CE-EXPIRY-DATE(CERT-COUNT).
033840 
033850 SAVE-CERT-TABLE.
033860   OPEN OUTPUT CERT-FILE.
033870   PERFORM SAVE-NEXT-CERT
033880       VARYING CERT-INDEX FROM 1 BY 1
033890       UNTIL CERT-INDEX > CERT-COUNT.
033900   CLOSE CERT-FILE.
033910 
033920 SAVE-NEXT-CERT.
033930   MOVE CE-PHONE-ID(CERT-INDEX) TO CR-PHONE-ID.
033940   MOVE CE-TRAINEE-NAME(CERT-INDEX) TO CR-TRAINEE-NAME.
033950   MOVE CE-TIER(CERT-INDEX) TO CR-TIER.
033960   MOVE CE-CERT-DATE(CERT-INDEX) TO CR-CERT-DATE.
033970   MOVE CE-EXPIRY-DATE(CERT-INDEX) TO CR-EXPIRY-DATE.
033980   WRITE CERT-RECORD.
033990 
034000 FIND-CERT-ENTRY.
034010   MOVE "N" TO CERT-FOUND.
034020   PERFORM FIND-NEXT-CERT-MATCH
034030       VARYING CERT-INDEX FROM 1 BY 1
034040       UNTIL CERT-INDEX > CERT-COUNT
034050       OR CERT-FOUND = "Y".
034060   IF CERT-FOUND = "Y"
034070       SUBTRACT 1 FROM CERT-INDEX.
034080 
034090 FIND-NEXT-CERT-MATCH.
034100   IF CE-PHONE-ID(CERT-INDEX) = TRAINEE-PHONE-ID
034110       MOVE "Y" TO CERT-FOUND.
