000100 PROCESS DYNAM NUMPROC(PFD) TRUNC(OPT) APOST NOSEQ RENT
000101* LAST UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 10             *   !@10
000102* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 09             *   !@09
000103* UPDATE ON 15 Oct 2026 BY  HOWARDT VERSION 08             *   !@08
000104* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 07             *   !@07
000105* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 06             *   !@06
000106* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 05             *   !@05
000110* UPDATE ON 01 Sep 2026 BY  HOWARDT VERSION 04             *   !@04
000120* UPDATE ON 22 Aug 2026 BY  HOWARDT VERSION 03             *   !@03
000150* UPDATE ON 22 Aug 2026 BY  HOWARDT VERSION 02             *   !@02
001600               run date and page number. Before the first run,
001700               allocate it with IDCAMS, for example:
001800                   DEFINE CLUSTER (NAME(your.ACIFAMST)     -
001900                       INDEXED KEYS(34 0)         -                 !@10
002000                       RECORDSIZE(109 109)        -                 !@10
002100                       CYL(5 1))
002110                                                                 !@06
002120               Half the inquiries run the other way round --     !@06
002150               codes a second time, each contiguous with the     !@06
002160               run date, and the cluster gets two alternate      !@06
002170               indexes over those fields (both WITH DUPLICATES,     !@06
002180               division key at offset 75, store key at 86,          !@10
002190               each 11 bytes, codes three digits):                !@07
002200                   DEFINE AIX (NAME(your.ACIFAMST.DIVAIX)   -   !@06
002210                       RELATE(your.ACIFAMST) NONUNIQUEKEY   -   !@06
002220                       KEYS(11 75) CYL(1 1))                        !@10
002230                   DEFINE AIX (NAME(your.ACIFAMST.STRAIX)   -   !@06
002240                       RELATE(your.ACIFAMST) NONUNIQUEKEY   -   !@06
002250                       KEYS(11 86) CYL(1 1))                        !@10
002260               plus the usual DEFINE PATH and BLDINDEX for      !@06
002270               each. A master built before the record grew      !@06
002280               must be redefined with the new RECORDSIZE and    !@06
002290               rebuilt, either by REPRO through a conversion    !@06
002300               step or simply by re-merging the retained        !@06
002310               ACIFAUDT generations into the empty cluster.     !@06
002311                                                                    !@08
002312               The key leads with the full account as printed on    !@08
002313               the statement, DDD SSS AA (division, store, account  !@08
002314               within the store); the two-digit account alone is    !@08
002315               repeated in every store. A master keyed the old      !@08
002316               way cannot be re-merged from its ACIFAUDT            !@08
002317               generations, which carry the short account too;      !@08
002318               REPRO it to a sequential dataset, define the new     !@08
002319               cluster as above, and load it with ACIFAMCV.         !@08
002320                                                                    !@09
002321               The record ends with the statement date, after the   !@09
002322               alternate-path fields so their offsets stand;        !@09
002323               ACIFDUPC checks it for a statement sent out on two   !@09
002324               run dates. A master built before it was added is     !@09
002325               carried forward by ACIFAMCV the same way.            !@09
002330                                                                    !@10
002335               The print stream from the audit record follows the   !@10
002340               run date in the key, so two streams indexed on the   !@10
002345               same night (each numbering its pages from 1) do      !@10
002350               not replace each other's records. A master built     !@10
002355               before the stream was added is carried forward by    !@10
002360               ACIFAMCV with the stream blank.                      !@10
002365
002370               Rerunning the same day's merge is harmless: a
002400               record already on the master is simply replaced
002500               with the same content.
002600
019300* to repeat.
019400     MOVE AUD-ACCOUNT-NO TO AMST-ACCOUNT-NO.
019500     MOVE AUD-RUN-DATE TO AMST-RUN-DATE.
019550     MOVE AUD-STREAM-ID TO AMST-STREAM-ID.                          !@10
019600     MOVE AUD-PAGE-NUM TO AMST-PAGE-NUM.
019700     MOVE AUD-DIV-CODE TO AMST-DIV-CODE.
019800     MOVE AUD-DIV-NAME TO AMST-DIV-NAME.
020075     MOVE AUD-RUN-DATE TO AMST-DK-RUN-DATE.                         !@06
020076     MOVE AUD-STORE-CODE TO AMST-SK-STORE-CODE.                     !@06
020077     MOVE AUD-RUN-DATE TO AMST-SK-RUN-DATE.                         !@06
020087     MOVE AUD-STMT-DATE TO AMST-STMT-DATE.                          !@09
020100     WRITE AMST-RECORD
020200        INVALID KEY
020210* In load mode (file open OUTPUT) a REWRITE is not legal, so a      !@03
