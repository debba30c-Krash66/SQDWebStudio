      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
      *    COPYBOOK: DL906FLD                                         *
      *    FIELD CATALOG OF THE BED1EMP MEMBER MASTER USED BY THE     *
      *    DL906 MEMBER-CHANGE JOURNAL SERVICE AND THE DL177 AS-OF    *
      *    RECONSTRUCTION.  ONE ENTRY PER NAMED FIELD OF              *
      *    CS2MBR1C-STRUCTURE-DATA-ITEM: THE FIELD NAME, ITS STARTING *
      *    POSITION AND LENGTH IN THE 2720-BYTE RECORD, AND ITS       *
      *    STORAGE TYPE - X CHARACTER, N ZONED DECIMAL, B FULLWORD    *
      *    BINARY, H HALFWORD BINARY, P PACKED DECIMAL.  FILLER IS    *
      *    NOT CATALOGUED.  MUST BE KEPT IN STEP WITH BED1EMP         *
      *    WHENEVER THE SEGMENT LAYOUT CHANGES.                       *
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       01  DL906-FLD-VALUES.
           05  FILLER                    PIC X(32)
               VALUE "EMP-EMP-ID               000113X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-REL-CD               001402X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SEX                  001601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DOB                  001704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DIFF-ORIG-DT         002101X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PRE-EXS              002201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FNAME                002310X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SS-NBR               003310X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-LNAME                004320X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SUB-XREF             006313X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CENT-IND             007601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-VERIF-DT1         007704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-IND1              008201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-EFF-DT1           008504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-CANC-DT1          008904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DUAL-ID1             009313X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-VERIF-DT2         010904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-IND2              011401X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-EFF-DT2           011704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-CANC-DT2          012104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DUAL-ID2             012513X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-VERIF-DT3         014104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-IND3              014601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-EFF-DT3           014904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-CANC-DT3          015304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DUAL-ID3             015713X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-VERIF-DT4         017304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-IND4              017801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-EFF-DT4           018104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-CANC-DT4          018504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DUAL-ID4             018913X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-VERIF-DT5         020504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-IND5              021001X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-EFF-DT5           021304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-CANC-DT5          021704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DUAL-ID5             022113X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-VERIF-DT6         023704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-IND6              024201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-EFF-DT6           024504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OI-CANC-DT6          024904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DUAL-ID6             025313X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID1           026908X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID-DT1        027704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID2           028108X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID-DT2        028904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID3           029308X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID-DT3        030104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID4           030508X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID-DT4        031304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID5           031708X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID-DT5        032504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID6           032908X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-IND-OI-ID-DT6        033704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-COMMENT-DT      040904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-COMMENT         041345X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-MED-A-ELIG-DT        046104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-MED-B-ELIG-DT        046504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DISAB-DT             046904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DISAB-DIAG           047302H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NEXT-COV-ID          047513X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NEXT-COV-IND         048801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-MICRO-DT             048904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CO-ORG-CD            049305X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-EFF-DT-MED1     052104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-CANC-DT-MED1    052504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-EFF-DT-DNT1     052904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-CANC-DT-DNT1    053304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CANC-CD-MED1         053701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CANC-CD-DNT1         053801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-EFF-DT-MED2     054104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-CANC-DT-MED2    054504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-EFF-DT-DNT2     054904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-CANC-DT-DNT2    055304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CANC-CD-MED2         055701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CANC-CD-DNT2         055801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-EFF-DT-MED3     056104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-CANC-DT-MED3    056504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-EFF-DT-DNT3     056904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-CANC-DT-DNT3    057304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CANC-CD-MED3         057701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CANC-CD-DNT3         057801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-NAME            058125X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-ADDR            060620X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-CITY            062615X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-STATE           064102X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-ZIP             064305P".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-POLICY          064820X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-COMMENT         066845X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-EFF-DT          071304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-CANC-DT         071704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-USER-ID         072108X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-USER-ID-DT      072904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-POLICY          073320X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-USER-ID         075308X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-USER-ID-DT      076104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-EFF-DT          076504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-CANC-DT         076904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-COMMENT-DT      077304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-COMMENT-DT      077704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-ADDR2           078115X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-PHONE           079606P".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-INS-NAME        080226X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-INS-NAME        082826X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-COMMENT         085445X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL1-EMPLOYER-NAME   089920X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-EMPLOYER-NAME   091920X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-NAME            093925X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-ADDR            096420X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-ADDR2           098415X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-CITY            099915X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-STATE           101402X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-ZIP             101605P".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL2-PHONE           102106P".
           05  FILLER                    PIC X(32)
               VALUE "EMP-UCI                  106101X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOTE-IND             106201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PRIOR-COV-ID         106313X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PRIOR-COV-IND        107601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ALT-TRMT-IND         107701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-EXCL-IND             107801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DEP-ADDR             108504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-MED-ADDR             108904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DNT-ADDR             109304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-LST-DEP-NBR          110902H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-UPD-DT               111304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-UPD-TIME             111704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ZIP                  112104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ADDR                 112525X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-CITY                 115416X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ST                   117002X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ADDR4                117225X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-HRC-IND              119701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COMMENTS             119879X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PREM-PD-TO-DT        127704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FINAL-ACC-DT         128104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-TRAN-XREF            129513X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-HCFA-NBR             130813X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ELIG-UPD-DT          134504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-EFF-DT-BEN1          135304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DED-YR1              135702H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-RM-RT1               135902H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DED-AMT1             136104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PROV-SCHED1          136503X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-EFF-DT-BEN2          136904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DED-YR2              137302H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-RM-RT2               137502H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DED-AMT2             137704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PROV-SCHED2          138103X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-EFF-DT-BEN3          138504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DED-YR3              138902H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-RM-RT3               139102H".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DED-AMT3             139304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-PROV-SCHED3          139703X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM1     140104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO1       140504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM2     140904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO2       141304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM3     141704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO3       142104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM4     142504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO4       142904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM5     143304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO5       143704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM6     144104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO6       144504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM7     144904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO7       145304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-FROM8     145704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NOT-COV-DT-TO8       146104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE1       146504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE1      146904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE1        147309X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE1       148209X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE1            149102X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL1       149305X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS1          149807X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE1      150501X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD1         150601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP1        150706X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD1         151304N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE2       151704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE2      152104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE2        152509X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE2       153409X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE2            154302X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL2       154505X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS2          155007X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE2      155701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD2         155801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP2        155906X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD2         156504N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE3       156904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE3      157304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE3        157709X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE3       158609X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE3            159502X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL3       159705X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS3          160207X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE3      160901X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD3         161001X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP3        161106X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD3         161704N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE4       162104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE4      162504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE4        162909X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE4       163809X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE4            164702X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL4       164905X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS4          165407X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE4      166101X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD4         166201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP4        166306X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD4         166904N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE5       167304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE5      167704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE5        168109X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE5       169009X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE5            169902X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL5       170105X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS5          170607X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE5      171301X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD5         171401X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP5        171506X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD5         172104N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE6       172504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE6      172904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE6        173309X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE6       174209X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE6            175102X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL6       175305X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS6          175807X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE6      176501X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD6         176601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP6        176706X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD6         177304N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE7       177704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE7      178104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE7        178509X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE7       179409X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE7            180302X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL7       180505X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS7          181007X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE7      181701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD7         181801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP7        181906X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD7         182504N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE8       182904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE8      183304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE8        183709X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE8       184609X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE8            185502X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL8       185705X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS8          186207X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE8      186901X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD8         187001X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP8        187106X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD8         187704N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE9       188104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE9      188504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE9        188909X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE9       189809X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE9            190702X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL9       190905X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS9          191407X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE9      192101X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD9         192201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP9        192306X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD9         192904N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE10      193304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE10     193704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE10       194109X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE10      195009X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE10           195902X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL10      196105X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS10         196607X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE10     197301X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD10        197401X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP10       197506X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD10        198104N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE11      198504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE11     198904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE11       199309X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE11      200209X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE11           201102X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL11      201305X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS11         201807X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE11     202501X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD11        202601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP11       202706X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD11        203304N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-EFF-DT-EE12      203704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-DT-EE12     204104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-GROUP-EE12       204509X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-BEN-CD-EE12      205409X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COVERAGE12           206302X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-MULT-BILL12      206505X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ACCUMS12         207007X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-FEP-COV-SOURCE12     207701X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-CANC-CD12        207801X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-ACC-XREF-GRP12       207906X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-ROUT-CD12        208504N".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-SP1    208904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-S1    209304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-SP1    209709X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-SP1 210605X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-DEP1   212104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-DEP1  212504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-DEP1   212909X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-DEP1213805X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-SP2    215304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-S2    215704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-SP2    216109X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-SP2 217005X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-DEP2   218504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-DEP2  218904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-DEP2   219309X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-DEP2220205X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-SP3    221704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-S3    222104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-SP3    222509X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-SP3 223405X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-DEP3   224904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-DEP3  225304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-DEP3   225709X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-DEP3226605X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-SP4    228104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-S4    228504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-SP4    228909X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-SP4 229805X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-DEP4   231304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-DEP4  231704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-DEP4   232109X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-DEP4233005X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-SP5    234504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-S5    234904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-SP5    235309X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-SP5 236205X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-DEP5   237704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-DEP5  238104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-DEP5   238509X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-DEP5239405X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-SP6    240904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-S6    241304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-SP6    241709X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-SP6 242605X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-EFF-DT-DEP6   244104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-CANC-DT-DEP6  244504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-BEN-CD-DEP6   244909X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COV-SP-MULT-BILL-DEP6245805X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-LTAPL-IND            247301X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-MED-OFFLINE-IND      247401X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-DNT-OFFLINE-IND      247501X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SUSPENSE-CD          247601X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-DT-FROM1        247704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-DT-TO1          248104B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-DT-FROM2        248504B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-DT-TO2          248904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-DT-FROM3        249304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-DT-TO3          249704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-CD1             250101X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-CD2             250201X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-SPCL-CD3             250301X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-NTWK-NBR             250403X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COB-LETTER1-DT       250904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-COB-LETTER2-DT       251304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-NAME            251725X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-ADDR            254220X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-ZIP             256205P".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-PHONE           256706P".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-POLICY          257320X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-EFF-DT          259304B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-CANC-DT         259704B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-USER-ID         260108X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-USER-ID-DT      260904B".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-ADDR2           261315X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-CITY            262815X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-STATE           264302X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-EMPLOYER-NAME   264520X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL3-INS-NAME        266526X".
           05  FILLER                    PIC X(32)
               VALUE "EMP-OCL-LEGAL-IND        269101X".
       01  DL906-FLD-TABLE REDEFINES DL906-FLD-VALUES.
           05  DL906-F-ENTRY OCCURS 379 TIMES.
               10  DL906-F-NAME          PIC X(25).
               10  DL906-F-OFFSET        PIC 9(4).
               10  DL906-F-LENGTH        PIC 9(2).
               10  DL906-F-TYPE          PIC X(1).
                   88  DL906-F-CHARACTER             VALUE "X".
                   88  DL906-F-ZONED                 VALUE "N".
                   88  DL906-F-FULLWORD              VALUE "B".
                   88  DL906-F-HALFWORD              VALUE "H".
                   88  DL906-F-PACKED                VALUE "P".
       01  DL906-FLD-COUNT               PIC S9(4) COMP VALUE 379.
