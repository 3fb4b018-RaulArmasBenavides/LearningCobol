000010*----------------------------------------------------------------
000020 IDENTIFICATION DIVISION.
000030*----------------------------------------------------------------
000040 PROGRAM-ID.    CLASDIFF.
000050 AUTHOR.        M. TORRES.
000060 INSTALLATION.  DATA PROCESSING - BATCH SYSTEMS.
000070 DATE-WRITTEN.  2026-10-15.
000080 DATE-COMPILED. 2026-10-15.
000090*----------------------------------------------------------------
000100* NIGHT-OVER-NIGHT CLASSIFICATION CHANGE REPORT.  ANSWERS THE
000110* MORNING "WHAT CHANGED SINCE YESTERDAY?" WITHOUT ANYONE LAYING
000120* TWO REPRINTS SIDE BY SIDE.  MATCHES TONIGHT'S CLASFILE
000130* AGAINST THE PRIOR NIGHT'S RETAINED GENERATION (CLASHIST(0))
000140* ON NC-ITEM-NUMBER AND LISTS:
000150*
000160*   - ITEMS NEW TONIGHT (NOT IN LAST NIGHT'S FILE)
000170*   - ITEMS DROPPED (IN LAST NIGHT'S FILE, NOT TONIGHT'S)
000180*   - ITEMS WHOSE NC-RULE-CODES, NC-CATEGORY OR NC-DESCRIPTION
000190*     DIFFER FROM LAST NIGHT, WITH BOTH VALUES PRINTED
000200*
000210* FOLLOWED BY A COUNT PER KIND OF CHANGE.  A RULE GOING INTO
000220* EFFECT, OR AN ITMMAINT CATEGORY CHANGE, SHOWS UP HERE AS THE
000230* LIST OF ITEMS IT TOUCHED INSTEAD OF AS A RECEIVER'S QUESTION.
000240* THE P/I CODE IS NOT COMPARED -- IT IS A PURE FUNCTION OF THE
000250* ITEM NUMBER AND CANNOT CHANGE NIGHT TO NIGHT.
000260*
000270* BOTH INPUTS ARE SORTED ON ITEM NUMBER BY THE TWO SORT STEPS
000280* AHEAD OF THIS ONE IN THE NIGHTLY JOB (STEPMRG LEAVES CLASFILE
000290* IN ITEM ORDER).  A REPEATED ITEM NUMBER IN EITHER INPUT
000300* IS REPORTED AND SKIPPED -- THE CLASSIFIER'S DUPLICATE CHECK
000310* SHOULD MAKE THAT IMPOSSIBLE.
000320*
000330* FILES
000340*   CURRCLAS  INPUT   - TONIGHT'S CLASFILE, NC-NUMCLASS-RECORD
000350*                       (NUMCLASS.CPY), SORTED ON ITEM NUMBER.
000360*   PRIOCLAS  INPUT   - LAST NIGHT'S CLASHIST GENERATION, SAME
000370*                       LAYOUT, SORTED ON ITEM NUMBER.
000380*   DIFFRPT   OUTPUT  - PRINTED CHANGE REPORT.
000390*
000400* RETURN CODES: 0 CLEAN (CHANGES OR NOT), 16 ON AN ABEND.
000410*
000420* MAINTENANCE HISTORY
000430*   2026-10-15  M.TORRES   ORIGINAL PROGRAM.
000440*----------------------------------------------------------------
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CURRCLAS ASSIGN TO "CURRCLAS"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-CURR-STATUS.
000510     SELECT PRIOCLAS ASSIGN TO "PRIOCLAS"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-PRIO-STATUS.
000540     SELECT DIFFRPT ASSIGN TO "DIFFRPT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-DIFF-STATUS.
000570*----------------------------------------------------------------
000580 DATA DIVISION.
000590 FILE SECTION.
000600*----------------------------------------------------------------
000610 FD  CURRCLAS
000620     RECORDING MODE IS F.
000630     COPY NUMCLASS.
000640*----------------------------------------------------------------
000650 FD  PRIOCLAS
000660     RECORDING MODE IS F.
000670 01  PRIOR-CLASS-RECORD          PIC X(82).
000680*----------------------------------------------------------------
000690 FD  DIFFRPT
000700     RECORDING MODE IS F.
000710 01  REPORT-RECORD               PIC X(80).
000720*----------------------------------------------------------------
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750 01  WS-SWITCHES.
000760     05  WS-CURR-EOF-SWITCH      PIC X(01) VALUE "N".
000770         88  WS-CURR-EOF         VALUE "Y".
000780     05  WS-PRIO-EOF-SWITCH      PIC X(01) VALUE "N".
000790         88  WS-PRIO-EOF         VALUE "Y".
000800     05  WS-CHANGED-SWITCH       PIC X(01) VALUE "N".
000810         88  WS-ITEM-CHANGED     VALUE "Y".
000820*----------------------------------------------------------------
000830 01  WS-FILE-STATUSES.
000840     05  WS-CURR-STATUS          PIC X(02).
000850     05  WS-PRIO-STATUS          PIC X(02).
000860     05  WS-DIFF-STATUS          PIC X(02).
000870*----------------------------------------------------------------
000880 01  WS-RUN-DATE                 PIC 9(08).
000890 01  WS-PRIOR-RUN-DATE           PIC 9(08) VALUE ZERO.
000900 77  WS-PRIOR-CURR-ITEM          PIC 9(05) VALUE ZERO.
000910 77  WS-PRIOR-PRIO-ITEM          PIC 9(05) VALUE ZERO.
000920*----------------------------------------------------------------
000930* LAST NIGHT'S RECORD, HELD IN THE SAME LAYOUT AS TONIGHT'S SO
000940* THE TWO CAN BE COMPARED FIELD FOR FIELD.
000950*----------------------------------------------------------------
000960 01  WS-PRIOR-RECORD.
000970     05  PR-ITEM-NUMBER          PIC 9(05).
000980     05  PR-CLASSIFICATION       PIC X(20).
000990     05  PR-PARIMPAR-CODE        PIC X(01).
001000     05  PR-RUN-DATE             PIC 9(08).
001010     05  PR-RUN-TIME             PIC 9(06).
001020     05  PR-DESCRIPTION          PIC X(30).
001030     05  PR-RULE-CODES           PIC X(08).
001040     05  PR-CATEGORY             PIC X(04).
001050*----------------------------------------------------------------
001060 01  WS-COUNTS.
001070     05  WS-CURR-READ            PIC 9(07) COMP VALUE ZERO.
001080     05  WS-PRIO-READ            PIC 9(07) COMP VALUE ZERO.
001090     05  WS-ITEMS-NEW            PIC 9(07) COMP VALUE ZERO.
001100     05  WS-ITEMS-DROPPED        PIC 9(07) COMP VALUE ZERO.
001110     05  WS-ITEMS-CHANGED        PIC 9(07) COMP VALUE ZERO.
001120     05  WS-ITEMS-UNCHANGED      PIC 9(07) COMP VALUE ZERO.
001130     05  WS-CODES-CHANGED        PIC 9(07) COMP VALUE ZERO.
001140     05  WS-CATEGORY-CHANGED     PIC 9(07) COMP VALUE ZERO.
001150     05  WS-DESC-CHANGED         PIC 9(07) COMP VALUE ZERO.
001160     05  WS-REPEATED-KEYS        PIC 9(07) COMP VALUE ZERO.
001170 01  WS-COUNT-ED                 PIC ZZZZZZ9.
001180*----------------------------------------------------------------
001190 01  WS-REPORT-LINE              PIC X(80).
001200*----------------------------------------------------------------
001210* ONE LINE PER NEW OR DROPPED ITEM, TWO (WAS / NOW) PER CHANGED
001220* ITEM.  DL-FIELDS FLAGS WHICH OF RULE CODES (R), CATEGORY (C)
001230* AND DESCRIPTION (D) CHANGED.
001240*----------------------------------------------------------------
001250 01  WS-DIFF-LINE.
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  DL-ITEM-NUMBER          PIC X(05).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  DL-CHANGE-TEXT          PIC X(08).
001300     05  FILLER                  PIC X(01) VALUE SPACES.
001310     05  DL-IMAGE-LABEL          PIC X(04).
001320     05  FILLER                  PIC X(01) VALUE SPACES.
001330     05  DL-DESCRIPTION          PIC X(30).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  DL-CATEGORY             PIC X(04).
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  DL-RULE-CODES           PIC X(08).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  DL-FIELDS               PIC X(05).
001400     05  FILLER                  PIC X(04) VALUE SPACES.
001410*----------------------------------------------------------------
001420 PROCEDURE DIVISION.
001430*----------------------------------------------------------------
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001460     PERFORM 2000-MATCH-FILES THRU 2000-MATCH-FILES-EXIT
001470         UNTIL WS-CURR-EOF AND WS-PRIO-EOF
001480     PERFORM 3000-PRINT-COUNTS THRU 3000-PRINT-COUNTS-EXIT
001490     PERFORM 8000-TERMINATE THRU 8000-TERMINATE-EXIT
001500     STOP RUN.
001510*----------------------------------------------------------------
001520 1000-INITIALIZE.
001530     CALL "BUSDATSB" USING WS-RUN-DATE
001540     OPEN INPUT  CURRCLAS
001550     IF WS-CURR-STATUS NOT = "00"
001560         DISPLAY "CLASDIFF ABEND - CANNOT OPEN CURRCLAS, "
001570             "STATUS = " WS-CURR-STATUS
001580         MOVE 16 TO RETURN-CODE
001590         STOP RUN
001600     END-IF
001610     OPEN INPUT  PRIOCLAS
001620     IF WS-PRIO-STATUS NOT = "00"
001630         DISPLAY "CLASDIFF ABEND - CANNOT OPEN PRIOCLAS, "
001640             "STATUS = " WS-PRIO-STATUS
001650         MOVE 16 TO RETURN-CODE
001660         STOP RUN
001670     END-IF
001680     OPEN OUTPUT DIFFRPT
001690     IF WS-DIFF-STATUS NOT = "00"
001700         DISPLAY "CLASDIFF ABEND - CANNOT OPEN DIFFRPT, "
001710             "STATUS = " WS-DIFF-STATUS
001720         MOVE 16 TO RETURN-CODE
001730         STOP RUN
001740     END-IF
001750     PERFORM 6000-READ-CURRENT THRU 6000-READ-CURRENT-EXIT
001760     PERFORM 6100-READ-PRIOR THRU 6100-READ-PRIOR-EXIT
001770     IF NOT WS-PRIO-EOF
001780         MOVE PR-RUN-DATE TO WS-PRIOR-RUN-DATE
001790     END-IF
001800     PERFORM 1100-WRITE-HEADING THRU 1100-WRITE-HEADING-EXIT.
001810 1000-INITIALIZE-EXIT.
001820     EXIT.
001830*----------------------------------------------------------------
001840 1100-WRITE-HEADING.
001850     MOVE SPACES TO WS-REPORT-LINE
001860     STRING "CLASSIFICATION CHANGE REPORT  -  RUN DATE "
001870         WS-RUN-DATE "  VS PRIOR " WS-PRIOR-RUN-DATE
001880         DELIMITED BY SIZE INTO WS-REPORT-LINE
001890     WRITE REPORT-RECORD FROM WS-REPORT-LINE
001900     MOVE SPACES TO WS-REPORT-LINE
001910     WRITE REPORT-RECORD FROM WS-REPORT-LINE
001920     MOVE SPACES TO WS-REPORT-LINE
001930     STRING "  ITEM   CHANGE        DESCRIPTION"
001940         "                     CAT   CODES     FLDS"
001950         DELIMITED BY SIZE INTO WS-REPORT-LINE
001960     WRITE REPORT-RECORD FROM WS-REPORT-LINE
001970     MOVE SPACES TO WS-REPORT-LINE
001980     WRITE REPORT-RECORD FROM WS-REPORT-LINE.
001990 1100-WRITE-HEADING-EXIT.
002000     EXIT.
002010*----------------------------------------------------------------
002020* 2000-MATCH-FILES  --  TWO-FILE MATCH ON ITEM NUMBER, THE SAME
002030*                       SHAPE AS ITMMAINT'S.  TONIGHT BELOW LAST
002040*                       NIGHT IS NEW; LAST NIGHT BELOW TONIGHT
002050*                       IS DROPPED; A MATCH IS COMPARED.
002060*----------------------------------------------------------------
002070 2000-MATCH-FILES.
002080     EVALUATE TRUE
002090         WHEN WS-PRIO-EOF
002100             PERFORM 2100-NEW-ITEM THRU 2100-NEW-ITEM-EXIT
002110         WHEN WS-CURR-EOF
002120             PERFORM 2200-DROPPED-ITEM THRU 2200-DROPPED-ITEM-EXIT
002130         WHEN NC-ITEM-NUMBER < PR-ITEM-NUMBER
002140             PERFORM 2100-NEW-ITEM THRU 2100-NEW-ITEM-EXIT
002150         WHEN NC-ITEM-NUMBER > PR-ITEM-NUMBER
002160             PERFORM 2200-DROPPED-ITEM THRU 2200-DROPPED-ITEM-EXIT
002170         WHEN OTHER
002180             PERFORM 2300-COMPARE-ITEM THRU 2300-COMPARE-ITEM-EXIT
002190     END-EVALUATE.
002200 2000-MATCH-FILES-EXIT.
002210     EXIT.
002220*----------------------------------------------------------------
002230 2100-NEW-ITEM.
002240     ADD 1 TO WS-ITEMS-NEW
002250     MOVE SPACES             TO WS-DIFF-LINE
002260     MOVE NC-ITEM-NUMBER     TO DL-ITEM-NUMBER
002270     MOVE "NEW"              TO DL-CHANGE-TEXT
002280     MOVE "NOW"              TO DL-IMAGE-LABEL
002290     MOVE NC-DESCRIPTION     TO DL-DESCRIPTION
002300     MOVE NC-CATEGORY        TO DL-CATEGORY
002310     MOVE NC-RULE-CODES      TO DL-RULE-CODES
002320     WRITE REPORT-RECORD FROM WS-DIFF-LINE
002330     PERFORM 6000-READ-CURRENT THRU 6000-READ-CURRENT-EXIT.
002340 2100-NEW-ITEM-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------
002370 2200-DROPPED-ITEM.
002380     ADD 1 TO WS-ITEMS-DROPPED
002390     MOVE SPACES             TO WS-DIFF-LINE
002400     MOVE PR-ITEM-NUMBER     TO DL-ITEM-NUMBER
002410     MOVE "DROPPED"          TO DL-CHANGE-TEXT
002420     MOVE "WAS"              TO DL-IMAGE-LABEL
002430     MOVE PR-DESCRIPTION     TO DL-DESCRIPTION
002440     MOVE PR-CATEGORY        TO DL-CATEGORY
002450     MOVE PR-RULE-CODES      TO DL-RULE-CODES
002460     WRITE REPORT-RECORD FROM WS-DIFF-LINE
002470     PERFORM 6100-READ-PRIOR THRU 6100-READ-PRIOR-EXIT.
002480 2200-DROPPED-ITEM-EXIT.
002490     EXIT.
002500*----------------------------------------------------------------
002510* 2300-COMPARE-ITEM  --  THE SAME ITEM BOTH NIGHTS.  EACH OF
002520*                        THE THREE FIELDS THAT CAN MOVE IS
002530*                        COUNTED ON ITS OWN, SO ONE ITEM WHOSE
002540*                        CATEGORY AND CODES BOTH CHANGED COUNTS
002550*                        UNDER BOTH.
002560*----------------------------------------------------------------
002570 2300-COMPARE-ITEM.
002580     MOVE "N"    TO WS-CHANGED-SWITCH
002590     MOVE SPACES TO WS-DIFF-LINE
002600     IF NC-RULE-CODES NOT = PR-RULE-CODES
002610         ADD 1 TO WS-CODES-CHANGED
002620         MOVE "R" TO DL-FIELDS (1:1)
002630         SET WS-ITEM-CHANGED TO TRUE
002640     END-IF
002650     IF NC-CATEGORY NOT = PR-CATEGORY
002660         ADD 1 TO WS-CATEGORY-CHANGED
002670         MOVE "C" TO DL-FIELDS (3:1)
002680         SET WS-ITEM-CHANGED TO TRUE
002690     END-IF
002700     IF NC-DESCRIPTION NOT = PR-DESCRIPTION
002710         ADD 1 TO WS-DESC-CHANGED
002720         MOVE "D" TO DL-FIELDS (5:1)
002730         SET WS-ITEM-CHANGED TO TRUE
002740     END-IF
002750     IF WS-ITEM-CHANGED
002760         ADD 1 TO WS-ITEMS-CHANGED
002770         MOVE PR-ITEM-NUMBER     TO DL-ITEM-NUMBER
002780         MOVE "CHANGED"          TO DL-CHANGE-TEXT
002790         MOVE "WAS"              TO DL-IMAGE-LABEL
002800         MOVE PR-DESCRIPTION     TO DL-DESCRIPTION
002810         MOVE PR-CATEGORY        TO DL-CATEGORY
002820         MOVE PR-RULE-CODES      TO DL-RULE-CODES
002830         WRITE REPORT-RECORD FROM WS-DIFF-LINE
002840         MOVE SPACES             TO DL-ITEM-NUMBER
002850         MOVE SPACES             TO DL-CHANGE-TEXT
002860         MOVE SPACES             TO DL-FIELDS
002870         MOVE "NOW"              TO DL-IMAGE-LABEL
002880         MOVE NC-DESCRIPTION     TO DL-DESCRIPTION
002890         MOVE NC-CATEGORY        TO DL-CATEGORY
002900         MOVE NC-RULE-CODES      TO DL-RULE-CODES
002910         WRITE REPORT-RECORD FROM WS-DIFF-LINE
002920     ELSE
002930         ADD 1 TO WS-ITEMS-UNCHANGED
002940     END-IF
002950     PERFORM 6000-READ-CURRENT THRU 6000-READ-CURRENT-EXIT
002960     PERFORM 6100-READ-PRIOR THRU 6100-READ-PRIOR-EXIT.
002970 2300-COMPARE-ITEM-EXIT.
002980     EXIT.
002990*----------------------------------------------------------------
003000* 3000-PRINT-COUNTS  --  ONE LINE PER KIND OF CHANGE, THEN THE
003010*                        VOLUMES THE MATCH WORKED FROM.
003020*----------------------------------------------------------------
003030 3000-PRINT-COUNTS.
003040     MOVE SPACES TO WS-REPORT-LINE
003050     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003060     MOVE "CHANGE COUNTS:" TO WS-REPORT-LINE
003070     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003080     MOVE WS-ITEMS-NEW TO WS-COUNT-ED
003090     MOVE SPACES TO WS-REPORT-LINE
003100     STRING "ITEMS NEW TONIGHT          = " WS-COUNT-ED
003110         DELIMITED BY SIZE INTO WS-REPORT-LINE
003120     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003130     MOVE WS-ITEMS-DROPPED TO WS-COUNT-ED
003140     MOVE SPACES TO WS-REPORT-LINE
003150     STRING "ITEMS DROPPED              = " WS-COUNT-ED
003160         DELIMITED BY SIZE INTO WS-REPORT-LINE
003170     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003180     MOVE WS-ITEMS-CHANGED TO WS-COUNT-ED
003190     MOVE SPACES TO WS-REPORT-LINE
003200     STRING "ITEMS CHANGED              = " WS-COUNT-ED
003210         DELIMITED BY SIZE INTO WS-REPORT-LINE
003220     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003230     MOVE WS-CODES-CHANGED TO WS-COUNT-ED
003240     MOVE SPACES TO WS-REPORT-LINE
003250     STRING "  RULE CODES CHANGED (R)   = " WS-COUNT-ED
003260         DELIMITED BY SIZE INTO WS-REPORT-LINE
003270     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003280     MOVE WS-CATEGORY-CHANGED TO WS-COUNT-ED
003290     MOVE SPACES TO WS-REPORT-LINE
003300     STRING "  CATEGORY CHANGED (C)     = " WS-COUNT-ED
003310         DELIMITED BY SIZE INTO WS-REPORT-LINE
003320     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003330     MOVE WS-DESC-CHANGED TO WS-COUNT-ED
003340     MOVE SPACES TO WS-REPORT-LINE
003350     STRING "  DESCRIPTION CHANGED (D)  = " WS-COUNT-ED
003360         DELIMITED BY SIZE INTO WS-REPORT-LINE
003370     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003380     MOVE WS-ITEMS-UNCHANGED TO WS-COUNT-ED
003390     MOVE SPACES TO WS-REPORT-LINE
003400     STRING "ITEMS UNCHANGED            = " WS-COUNT-ED
003410         DELIMITED BY SIZE INTO WS-REPORT-LINE
003420     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003430     MOVE SPACES TO WS-REPORT-LINE
003440     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003450     MOVE WS-CURR-READ TO WS-COUNT-ED
003460     MOVE SPACES TO WS-REPORT-LINE
003470     STRING "TONIGHT'S RECORDS READ     = " WS-COUNT-ED
003480         DELIMITED BY SIZE INTO WS-REPORT-LINE
003490     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003500     MOVE WS-PRIO-READ TO WS-COUNT-ED
003510     MOVE SPACES TO WS-REPORT-LINE
003520     STRING "PRIOR NIGHT RECORDS READ   = " WS-COUNT-ED
003530         DELIMITED BY SIZE INTO WS-REPORT-LINE
003540     WRITE REPORT-RECORD FROM WS-REPORT-LINE
003550     IF WS-REPEATED-KEYS > ZERO
003560         MOVE WS-REPEATED-KEYS TO WS-COUNT-ED
003570         MOVE SPACES TO WS-REPORT-LINE
003580         STRING "REPEATED ITEM NUMBERS SKIPPED = " WS-COUNT-ED
003590             DELIMITED BY SIZE INTO WS-REPORT-LINE
003600         WRITE REPORT-RECORD FROM WS-REPORT-LINE
003610     END-IF.
003620 3000-PRINT-COUNTS-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------
003650* 6000-READ-CURRENT  --  A REPEATED ITEM NUMBER IS COUNTED AND
003660*                        SKIPPED SO THE MATCH ONLY EVER SEES
003670*                        STRICTLY ASCENDING KEYS.
003680*----------------------------------------------------------------
003690 6000-READ-CURRENT.
003700     READ CURRCLAS
003710         AT END
003720             SET WS-CURR-EOF TO TRUE
003730             GO TO 6000-READ-CURRENT-EXIT
003740     END-READ
003750     ADD 1 TO WS-CURR-READ
003760     IF WS-CURR-READ > 1
003770         AND NC-ITEM-NUMBER NOT > WS-PRIOR-CURR-ITEM
003780         DISPLAY "CLASDIFF - TONIGHT'S FILE REPEATS ITEM "
003790             NC-ITEM-NUMBER " - SKIPPED"
003800         ADD 1 TO WS-REPEATED-KEYS
003810         GO TO 6000-READ-CURRENT
003820     END-IF
003830     MOVE NC-ITEM-NUMBER TO WS-PRIOR-CURR-ITEM.
003840 6000-READ-CURRENT-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------
003870 6100-READ-PRIOR.
003880     READ PRIOCLAS INTO WS-PRIOR-RECORD
003890         AT END
003900             SET WS-PRIO-EOF TO TRUE
003910             GO TO 6100-READ-PRIOR-EXIT
003920     END-READ
003930     ADD 1 TO WS-PRIO-READ
003940     IF WS-PRIO-READ > 1
003950         AND PR-ITEM-NUMBER NOT > WS-PRIOR-PRIO-ITEM
003960         DISPLAY "CLASDIFF - PRIOR FILE REPEATS ITEM "
003970             PR-ITEM-NUMBER " - SKIPPED"
003980         ADD 1 TO WS-REPEATED-KEYS
003990         GO TO 6100-READ-PRIOR
004000     END-IF
004010     MOVE PR-ITEM-NUMBER TO WS-PRIOR-PRIO-ITEM.
004020 6100-READ-PRIOR-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------
004050 8000-TERMINATE.
004060     CLOSE CURRCLAS PRIOCLAS DIFFRPT
004070     DISPLAY "CLASDIFF TONIGHT'S RECORDS READ = " WS-CURR-READ
004080     DISPLAY "CLASDIFF PRIOR RECORDS READ     = " WS-PRIO-READ
004090     DISPLAY "CLASDIFF ITEMS NEW              = " WS-ITEMS-NEW
004100     DISPLAY "CLASDIFF ITEMS DROPPED          = " WS-ITEMS-DROPPED
004110     DISPLAY "CLASDIFF ITEMS CHANGED          = "
004115         WS-ITEMS-CHANGED.
004120 8000-TERMINATE-EXIT.
004130     EXIT.
