                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ARCH-FILE-STATUS.

                *>journal ng mga correction at void ng saved sets - before/after image, at kung
                *>naipadala na sa EXTRACT.CSV ang reversal at replacement rows
                SELECT OPTIONAL ADJFILE ASSIGN TO "NUMADJ.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS ADJ-FILE-STATUS.

                *>period accumulators - MTD/YTD na bilang at statistics totals bawat buwan at taon,
                *>at kung sarado na ang period (month-end/year-end close ng supervisor)
                SELECT OPTIONAL PERFILE ASSIGN TO "PERIOD.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS PER-FILE-STATUS.

                *>job-step log ng end-of-day stream - isang linya bawat step na pinatakbo
                SELECT OPTIONAL EODLOGFILE ASSIGN TO "EODLOG.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EODLOG-FILE-STATUS.

                *>restart point ng end-of-day stream - ang step na huminto
                SELECT OPTIONAL EODRSTFILE ASSIGN TO "EODRST.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EODRST-FILE-STATUS.

                *>kontrol ng audit chain - huling sequence, huling check value, buwan ng kasalukuyang log
                SELECT OPTIONAL AUDCTLFILE ASSIGN TO "AUDITCTL.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AUDCTL-FILE-STATUS.

                *>katalogo ng mga saradong buwanang generation ng audit log (AUDyyyymm.TXT)
                SELECT OPTIONAL AUDGENCATFILE ASSIGN TO "AUDGEN.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AUDGENCAT-FILE-STATUS.

                *>pagbasa ng kasalukuyang log o ng alinmang generation - pangalan ay itinatakda bago buksan
                SELECT OPTIONAL AUDSCANFILE ASSIGN TO DYNAMIC
                        AUD-SCAN-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AUDSCAN-FILE-STATUS.

                *>ang bagong generation file na sinusulatan tuwing month-end roll
                SELECT OPTIONAL AUDGENFILE ASSIGN TO DYNAMIC
                        AUD-GEN-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AUDGEN-FILE-STATUS.

                *>hawak lang habang sinusulat ang isang audit line, para hindi magbanggaan ang sequence
                SELECT OPTIONAL AUDLOCKFILE ASSIGN TO "AUDITLOG.LCK"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS AUDLOCK-FILE-STATUS.

                *>backup at restore - pinagkokopyahan at kinokopyahan, pangalan ay itinatakda bago buksan
                SELECT OPTIONAL BKPINFILE ASSIGN TO DYNAMIC
                        BKP-IN-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BKPIN-FILE-STATUS.

                SELECT OPTIONAL BKPOUTFILE ASSIGN TO DYNAMIC
                        BKP-OUT-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BKPOUT-FILE-STATUS.

                *>manifest ng isang backup generation (BKnnnn.MAN) - bilang ng record bawat file
                SELECT OPTIONAL BKPMANFILE ASSIGN TO DYNAMIC
                        BKP-MAN-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BKPMAN-FILE-STATUS.

                *>katalogo ng lahat ng backup generation
                SELECT OPTIONAL BKPCATFILE ASSIGN TO "BKPCAT.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS BKPCAT-FILE-STATUS.

                *>listahan ng mga pinanggagalingan ng TRANIN (bawat branch) - source ID, inbound
                *>file, pangalan, status, at kung kailan huling naipasok ang batch nito
                SELECT OPTIONAL TRANSRCFILE ASSIGN TO "TRANSRC.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS TRANSRC-FILE-STATUS.

                *>return notice ng isang source (RTNxxxx.DAT) - mga tinanggap na set at ang SEQ nila,
                *>o ang dahilan ng pagtanggi at ang suspense reference
                SELECT OPTIONAL RTNFILE ASSIGN TO DYNAMIC
                        RTN-FILE-NAME
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS RTN-FILE-STATUS.

                *>iisang work queue ng lahat ng exception (ratio alert, trend flag, lumang
                *>suspense, na-expire na purge request, ACK mismatch, reconciliation break)
                SELECT OPTIONAL EXCFILE ASSIGN TO "EXCQUEUE.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EXC-FILE-STATUS.

                *>hawak lang habang binabasa/dinadagdagan ang queue, para walang dobleng ID
                SELECT OPTIONAL EXCLOCKFILE ASSIGN TO "EXCQUEUE.LCK"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS EXCLOCK-FILE-STATUS.

                *>running summary ng bawat saved set (ratio, ordered pair, statistics at running
                *>totals) - dito na bumabasa ang trend, statistics at reconciliation sa halip na
                *>i-recompute ang buong NUMDATA.DAT; naka-key sa seq, may alternate key sa petsa
                SELECT OPTIONAL SUMMFILE ASSIGN TO "NUMSUMM.DAT"
                    ORGANIZATION IS INDEXED
                    ACCESS MODE IS DYNAMIC
                    RECORD KEY IS SUMM-SEQ
                    ALTERNATE RECORD KEY IS SUMM-DATE WITH DUPLICATES
                    FILE STATUS IS SUMM-FILE-STATUS.

                *>business calendar - ang work week at ang mga holiday/pasok na weekend; dito
                *>nakabatay ang pagsulong ng business date, ang BATCH/ACK eligibility at ang aging
                SELECT OPTIONAL CALFILE ASSIGN TO "CALENDAR.DAT"
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS IS CAL-FILE-STATUS.

        DATA DIVISION. *> THIS IS WHERE VARIABLE AND ARRAY DECLARATION HAPPENS
            FILE SECTION.
            FD  NUMFILE.

            FD  AUDITFILE.
            *>"YYYYMMDD HHMMSSSS OPERATOR message" na ngayon ang bawat linya, para ma-report by date/operator
            *>sa dulo ng linya ang running sequence at ang chained check value ng linya
            01  AUDIT-RECORD.
                05  AUDIT-TEXT PIC X(108).
                05  AUDIT-SEQ PIC 9(9).
                05  FILLER PIC X.
                05  AUDIT-CHECK PIC 9(18).
                05  FILLER PIC X(4).

            FD  REPORTFILE.
            01  REPORT-RECORD PIC X(100).

            FD  TRANFILE.
            *>tatlong klase ng record: H = batch header, D = detail value, T = trailer na may control totals
            *>dagdag: C = correction ng saved set (seq + limang bagong value), V = void ng saved set (seq lang)
            *>dala ng header ang source ID ng branch na nagpadala (blangko sa lumang file = MAIN)
            01  TRAN-RECORD.
                05  TRAN-REC-TYPE PIC X.
                05  FILLER PIC X(19).
            01  TRAN-HEADER-REC.
                05  FILLER PIC X.
                05  TRAN-HDR-DATE PIC 9(8).
                05  TRAN-HDR-SETS PIC 9(2).
                05  TRAN-HDR-SOURCE PIC X(4).
            01  TRAN-DETAIL-REC.
                05  FILLER PIC X.
                05  TRAN-DIGIT PIC 9(3).
                05  FILLER PIC X.
                05  TRAN-TRL-COUNT PIC 9(4).
                05  TRAN-TRL-HASH PIC 9(6).
            01  TRAN-ADJ-REC.
                05  FILLER PIC X.
                05  TRAN-ADJ-SEQ PIC 9(4).
                05  TRAN-ADJ-DIGIT OCCURS 5 TIMES PIC 9(3).

            FD  PAPPFILE.
            *>isang pending request bawat record - P purge, A archive; ang mga napagdesisyunan o
                05  PARM-FD-RATIO-CEIL PIC 9(3)V9(3).
                05  FILLER PIC X.
                05  PARM-FD-TREND PIC 9(3)V9(3).
                *>ilang araw bago mag-expire ang password ng operator
                05  FILLER PIC X.
                05  PARM-FD-PW-DAYS PIC 9(3).
                *>pinakamataas na condition code na tinatanggap bawat end-of-day step
                *>(BATCH, ACK, RECON, BDATE) bago ihinto ang job stream
                05  PARM-FD-EOD-ENTRY OCCURS 4 TIMES.
                    10  FILLER PIC X.
                    10  PARM-FD-EOD-RC PIC 9(2).
                *>ilang araw sa suspense bago maging exception ang batch, at ilang araw na
                *>bukas ang exception bago lumabas sa aging report
                05  FILLER PIC X.
                05  PARM-FD-SUSP-DAYS PIC 9(3).
                05  FILLER PIC X.
                05  PARM-FD-EXC-DAYS PIC 9(3).

            FD  BDATEFILE.
            *>"YYYYMMDD YYYYMMDD YYYYMMDD YYYYMMDD MODE " - business date, huling tapos na BATCH/ACK/RECON
                05  BD-RECON-DONE PIC 9(8).
                05  FILLER PIC X.
                05  BD-RERUN-MODE PIC X(5).
                *>petsang hindi business day na pinayagan ng supervisor para sa BATCH/ACK
                05  FILLER PIC X.
                05  BD-NONBUS-OK PIC 9(8).

            FD  BRSTFILE.
            *>"YYYYMMDD NN A SSSS" - petsa ng batch run at bilang ng mga set na buo nang natapos;
            *>"Y" kapag nailapat na ang mga correction/void record ng batch, at ang source na
            *>naudlot (blangko sa lumang record = MAIN)
            01  BRST-RECORD.
                05  BRST-DATE PIC 9(8).
                05  FILLER PIC X.
                05  BRST-DONE PIC 9(2).
                05  FILLER PIC X.
                05  BRST-ADJ-DONE PIC X.
                05  FILLER PIC X.
                05  BRST-SOURCE PIC X(4).

            FD  CKPTFILE.
            01  CKPT-RECORD.
            *>halimbawa ng record: "JROSELLO MA.JAZMINE ROSELLO   2 A" - level 1 = clerk, 2 = supervisor
            *>status: A active, I deactivated (hindi binubura para mabasa pa rin ang lumang audit lines), L locked out
            *>ang lumang 31-byte record na walang status ay itinuturing na active
            *>password: hash lang ang nakatago (hindi ang mismong password), petsa ng huling palit,
            *>"Y" kapag kailangang palitan sa susunod na sign-on, at ang tatlong naunang hash para
            *>hindi maulit; ang lumang record na walang password ay pipilitang magtakda nito
            01  OPER-RECORD.
                05  OPER-ID PIC X(8).
                05  FILLER PIC X.
                05  OPER-LEVEL PIC 9.
                05  FILLER PIC X.
                05  OPER-STATUS PIC X.
                05  FILLER PIC X.
                05  OPER-PW-HASH PIC 9(18).
                05  FILLER PIC X.
                05  OPER-PW-DATE PIC 9(8).
                05  FILLER PIC X.
                05  OPER-PW-FORCE PIC X.
                05  OPER-PW-HIST OCCURS 3 TIMES.
                    10  FILLER PIC X.
                    10  OPER-PW-OLD PIC 9(18).

            FD  RUNCTLFILE.
            *>isang record bawat run, pinapatungan tuwing BATCH - ang huling run ang makikita ng scheduler
                05  RUNCTL-DEFAULTED PIC 9(3).
                05  FILLER PIC X.
                05  RUNCTL-RC PIC 9(2).
            *>kasunod ng main record - isang "SRC" line bawat source na dinaanan ng run
            01  RUNCTL-SRC-RECORD.
                05  RUNCTL-SRC-TAG PIC X(3).
                05  FILLER PIC X.
                05  RUNCTL-SRC-ID PIC X(4).
                05  FILLER PIC X.
                05  RUNCTL-SRC-REQ PIC 9(2).
                05  FILLER PIC X.
                05  RUNCTL-SRC-DONE PIC 9(2).
                05  FILLER PIC X.
                05  RUNCTL-SRC-DFLT PIC 9(3).
                05  FILLER PIC X.
                05  RUNCTL-SRC-RC PIC 9(2).
                05  FILLER PIC X.
                05  RUNCTL-SRC-STAT PIC X(9).
                05  FILLER PIC X.
                05  RUNCTL-SRC-REF PIC X(12).

            FD  ADJFILE.
            *>isang record bawat correction (C) o void (V) ng saved set - ang dating laman (before),
            *>ang bago (after, zero kapag void), at kung naipadala na sa EXTRACT.CSV ang reversal
            01  ADJ-RECORD.
                05  ADJ-SEQ PIC 9(4).
                05  FILLER PIC X.
                05  ADJ-TYPE PIC X.
                05  FILLER PIC X.
                05  ADJ-DATE PIC 9(8).
                05  FILLER PIC X.
                05  ADJ-OPER PIC X(8).
                05  FILLER PIC X.
                05  ADJ-ORIG-DATE PIC 9(8).
                05  ADJ-BEFORE OCCURS 5 TIMES.
                    10  FILLER PIC X.
                    10  ADJ-BEFORE-DIGIT PIC 9(3).
                05  ADJ-AFTER OCCURS 5 TIMES.
                    10  FILLER PIC X.
                    10  ADJ-AFTER-DIGIT PIC 9(3).
                05  FILLER PIC X.
                05  ADJ-EXP-SW PIC X.
                05  FILLER PIC X.
                05  ADJ-EXP-DATE PIC 9(8).

            FD  PERFILE.
            *>isang record bawat buwan (M, YYYYMM) at bawat taon (Y, YYYY00) - status O bukas, C sarado;
            *>bilang ng sets/alerts/trend exceptions/corrections/voids at statistics totals ng period
            01  PER-RECORD.
                05  PER-TYPE PIC X.
                05  FILLER PIC X.
                05  PER-ID PIC 9(6).
                05  FILLER PIC X.
                05  PER-STATUS PIC X.
                05  FILLER PIC X.
                05  PER-SETS PIC 9(6).
                05  FILLER PIC X.
                05  PER-ALERTS PIC 9(5).
                05  FILLER PIC X.
                05  PER-TRENDS PIC 9(5).
                05  FILLER PIC X.
                05  PER-CORRS PIC 9(5).
                05  FILLER PIC X.
                05  PER-VOIDS PIC 9(5).
                05  FILLER PIC X.
                05  PER-SUM-TOTAL PIC 9(9).
                05  FILLER PIC X.
                05  PER-RATIO-TOTAL PIC 9(9)V9(3).
                05  FILLER PIC X.
                05  PER-MIN PIC 9(3).
                05  FILLER PIC X.
                05  PER-MAX PIC 9(3).
                05  FILLER PIC X.
                05  PER-CLOSE-DATE PIC 9(8).
                05  FILLER PIC X.
                05  PER-CLOSE-OPER PIC X(8).

            FD  EODLOGFILE.
            *>business date, step no/pangalan, oras ng simula at tapos (HHMMSScc), RC, max RC, status
            01  EODLOG-RECORD.
                05  EODLOG-DATE PIC 9(8).
                05  FILLER PIC X.
                05  EODLOG-STEP-NO PIC 9.
                05  FILLER PIC X.
                05  EODLOG-STEP PIC X(5).
                05  FILLER PIC X.
                05  EODLOG-START PIC 9(8).
                05  FILLER PIC X.
                05  EODLOG-END PIC 9(8).
                05  FILLER PIC X.
                05  EODLOG-RC PIC 9(2).
                05  FILLER PIC X.
                05  EODLOG-MAX-RC PIC 9(2).
                05  FILLER PIC X.
                05  EODLOG-STATUS PIC X(8).

            FD  EODRSTFILE.
            *>"YYYYMMDD N RC" - business date, step na huminto (uunahin ng rerun), at RC nito
            01  EODRST-RECORD.
                05  EODRST-DATE PIC 9(8).
                05  FILLER PIC X.
                05  EODRST-STEP PIC 9.
                05  FILLER PIC X.
                05  EODRST-RC PIC 9(2).

            FD  AUDCTLFILE.
            *>"YYYYMM SEQ CHECK LINES FIRST" - buwan ng log, huling seq at check, bilang ng linya, unang seq
            01  AUDCTL-RECORD.
                05  AUDCTL-MONTH PIC 9(6).
                05  FILLER PIC X.
                05  AUDCTL-SEQ PIC 9(9).
                05  FILLER PIC X.
                05  AUDCTL-CHECK PIC 9(18).
                05  FILLER PIC X.
                05  AUDCTL-LINES PIC 9(7).
                05  FILLER PIC X.
                05  AUDCTL-FIRST PIC 9(9).

            FD  AUDGENCATFILE.
            *>isang linya bawat saradong generation - buwan, file, unang/huling seq, linya, closing check
            01  AUDGENCAT-RECORD.
                05  AUDGENCAT-MONTH PIC 9(6).
                05  FILLER PIC X.
                05  AUDGENCAT-NAME PIC X(13).
                05  FILLER PIC X.
                05  AUDGENCAT-FIRST PIC 9(9).
                05  FILLER PIC X.
                05  AUDGENCAT-LAST PIC 9(9).
                05  FILLER PIC X.
                05  AUDGENCAT-LINES PIC 9(7).
                05  FILLER PIC X.
                05  AUDGENCAT-CHECK PIC 9(18).
                05  FILLER PIC X.
                05  AUDGENCAT-DATE PIC 9(8).

            FD  AUDSCANFILE.
            01  AUDSCAN-RECORD PIC X(140).

            FD  AUDGENFILE.
            01  AUDGEN-RECORD PIC X(140).

            FD  AUDLOCKFILE.
            01  AUDLOCK-RECORD PIC X(20).

            FD  BKPINFILE.
            01  BKPIN-RECORD PIC X(200).

            FD  BKPOUTFILE.
            01  BKPOUT-RECORD PIC X(200).

            FD  BKPMANFILE.
            *>"NN FILENAME COUNT P" - numero ng file sa generation, pangalan, bilang ng record, Y kung may file
            01  BKPMAN-RECORD.
                05  BKPMAN-NUM PIC 9(2).
                05  FILLER PIC X.
                05  BKPMAN-NAME PIC X(12).
                05  FILLER PIC X.
                05  BKPMAN-COUNT PIC 9(7).
                05  FILLER PIC X.
                05  BKPMAN-PRESENT PIC X.

            FD  BKPCATFILE.
            *>isang linya bawat generation - petsa/oras/operator, ilang file at record, audit seq noon
            01  BKPCAT-RECORD.
                05  BKPCAT-GEN PIC 9(4).
                05  FILLER PIC X.
                05  BKPCAT-DATE PIC 9(8).
                05  FILLER PIC X.
                05  BKPCAT-TIME PIC 9(8).
                05  FILLER PIC X.
                05  BKPCAT-OPER PIC X(8).
                05  FILLER PIC X.
                05  BKPCAT-FILES PIC 9(2).
                05  FILLER PIC X.
                05  BKPCAT-RECS PIC 9(9).
                05  FILLER PIC X.
                05  BKPCAT-AUDSEQ PIC 9(9).

            FD  TRANSRCFILE.
            *>"MAIN TRANIN.DAT   MAIN OFFICE          A YYYYMMDD RC" - isang record bawat source
            01  TRANSRC-RECORD.
                05  TRANSRC-ID PIC X(4).
                05  FILLER PIC X.
                05  TRANSRC-FILE PIC X(12).
                05  FILLER PIC X.
                05  TRANSRC-NAME PIC X(20).
                05  FILLER PIC X.
                05  TRANSRC-STATUS PIC X.
                05  FILLER PIC X.
                05  TRANSRC-LAST-DATE PIC 9(8).
                05  FILLER PIC X.
                05  TRANSRC-LAST-RC PIC 9(2).

            FD  RTNFILE.
            01  RTN-RECORD PIC X(80).

            FD  EXCFILE.
            *>isang linya bawat open item - ID, uri, O/C, petsang nabuksan, reference, kanino
            *>naka-assign, kailan at sino ang nagsara, paglalarawan, at resolution note
            01  EXC-RECORD.
                05  EXC-ID PIC 9(6).
                05  FILLER PIC X.
                05  EXC-TYPE PIC X(2).
                05  FILLER PIC X.
                05  EXC-STATUS PIC X.
                05  FILLER PIC X.
                05  EXC-OPEN-DATE PIC 9(8).
                05  FILLER PIC X.
                05  EXC-REF PIC X(26).
                05  FILLER PIC X.
                05  EXC-ASSIGNED PIC X(8).
                05  FILLER PIC X.
                05  EXC-CLOSE-DATE PIC 9(8).
                05  FILLER PIC X.
                05  EXC-CLOSE-OPER PIC X(8).
                05  FILLER PIC X.
                05  EXC-TEXT PIC X(50).
                05  FILLER PIC X.
                05  EXC-NOTE PIC X(50).

            FD  EXCLOCKFILE.
            01  EXCLOCK-RECORD PIC X(20).

            FD  SUMMFILE.
            *>isang record bawat set (N = nasa NUMDATA.DAT, A = nasa NUMARCH.DAT na lang);
            *>ang seq 0000 (H) ang header na may grand totals ng buong history
            01  SUMM-RECORD.
                05  SUMM-SEQ PIC 9(4).
                05  SUMM-DATE PIC 9(8).
                05  SUMM-STATUS PIC X.
                05  SUMM-DIGIT OCCURS 5 TIMES PIC 9(3).
                05  SUMM-OP1 PIC 9(3).
                05  SUMM-OP2 PIC 9(3).
                05  SUMM-RATIO PIC 9(3)V9(3).
                05  SUMM-STAT-SUM PIC 9(4).
                05  SUMM-STAT-MEAN PIC 9(4)V9(3).
                05  SUMM-STAT-MEDIAN PIC 9(3).
                05  SUMM-STAT-MIN PIC 9(3).
                05  SUMM-STAT-MAX PIC 9(3).
                05  SUMM-STAT-SPREAD PIC 9(3).
                *>running totals hanggang sa set na ito - lahat ng set (kasama ang archive)
                05  SUMM-RUN-SETS PIC 9(5).
                05  SUMM-RUN-RATIO-SUM PIC 9(8)V9(3).
                05  SUMM-RUN-ELEM-SUM PIC 9(9).
                05  SUMM-RUN-AVG PIC 9(3)V9(3).
                *>running totals ng mga set na nasa NUMDATA.DAT lang
                05  SUMM-CUR-SETS PIC 9(5).
                05  SUMM-CUR-RATIO-SUM PIC 9(8)V9(3).
                05  SUMM-CUR-ELEM-SUM PIC 9(9).
                05  SUMM-CUR-AVG PIC 9(3)V9(3).

            FD  CALFILE.
            *>"YYYYMMDD T DESCRIPTION" - T = H (holiday, walang pasok) o W (may pasok kahit weekend);
            *>ang record na 00000000 K ang work week, Lunes hanggang Linggo, Y = may pasok
            01  CAL-RECORD.
                05  CAL-DATE PIC 9(8).
                05  FILLER PIC X.
                05  CAL-TYPE PIC X.
                05  FILLER PIC X.
                05  CAL-DESC PIC X(30).

            FD  ARCHFILE.
            *>kaparehong layout ng NUM-FILE-RECORD, para diretso ang paglipat tuwing nag-a-archive

            *>para sa unattended/batch run na galing sa TRANIN.DAT sa halip na ACCEPT sa terminal
            77 TRAN-FILE-STATUS PIC XX.
            *>aktuwal na filename ng TRANFILE - ang inbound file ng source na pinoproseso, o ang
            *>scratch na TRANWK.DAT ng resubmit
            77 TRAN-FILE-NAME PIC X(12) VALUE "TRANIN.DAT".
            *>hiwalay sa TRAN-FILE-STATUS (na awtomatikong pinapalitan ng bawat READ) - nagla-latch hanggang matapos ang buong BATCH run
            77 TRAN-EOF-SW PIC X VALUE "N".
            *>kung na-default (hindi galing sa TRANIN.DAT) ang NUM(COUNTER) na ito, para may hiwalay na audit entry
            77 TRAN-HDR-SETS-SAVE PIC 9(2) VALUE 0.
            77 TRAN-TRL-COUNT-SAVE PIC 9(4) VALUE 0.
            77 TRAN-TRL-HASH-SAVE PIC 9(6) VALUE 0.
            *>bilang ng C/V records sa batch, at ilan ang nailapat o tinanggihan
            77 TRAN-ADJ-COUNT PIC 9(4) VALUE 0.
            77 TRAN-ADJ-DONE PIC 9(3) VALUE 0.
            77 TRAN-ADJ-REJ PIC 9(3) VALUE 0.

            *>para sa suspense review/repair/resubmit - kinakarga ang buong SUSPENSE.DAT sa table,
            *>hinahati sa mga batch ayon sa "** REJECTED" marker lines
                05 SUSQ-DATE PIC 9(8).
                05 SUSQ-REASON PIC X(40).
                05 SUSQ-AGE PIC 9(4).
                05 SUSQ-REF PIC X(12).
            77 SUSQ-COUNT PIC 9(2) VALUE 0.
            77 SUSQ-IDX PIC 9(2) VALUE 1.
            77 SUSQ-PICK PIC 9(2) VALUE 0.
            77 SUSQ-ACTION PIC X.
            *>X muna ang mga inaaccept na pampalit na halaga, para ma-NUMERIC test bago ilipat
            77 SUSQ-EDIT-IN PIC X(8).
            *>header ng batch na walang REF - pinagkukunan ng exception reference nito
            77 SUSQ-REF-HDR PIC X(20) VALUE SPACES.
            77 SUSQ-HDR-LDX PIC 9(3) VALUE 0.
            77 SUSQ-TRL-LDX PIC 9(3) VALUE 0.
            77 SUSQ-SETS-IN PIC 9(2) VALUE 0.
            *>itinatabi ang RUN-MODE habang pinapadaan ang resubmit sa BATCH processing path
            77 SUSQ-MODE-HOLD PIC X(5) VALUE SPACES.

            *>edad sa business days - ilang araw na may pasok nang nakatunganga ang batch
            01 AGE-FROM-R.
                05 AGE-FROM-Y PIC 9(4).
                05 AGE-FROM-M PIC 9(2).
            *>supervisor record, dahil nasa likod ng sign-on ang operator maintenance
            77 OPER-BOOT-SW PIC X VALUE "N".
            77 SIGNON-REASON PIC X(40) VALUE SPACES.
            *>maikling dahilan para sa audit line - ang screen ay may pangkalahatang mensahe lang
            *>para hindi mahulaan kung ID o password ang mali
            77 SIGNON-AUDIT-TAG PIC X(16) VALUE SPACES.
            *>"Y" kapag may level 2 na record sa OPERMAST.DAT na may password na
            77 SIGNON-SUP-PW-SW PIC X VALUE "N".

            *>para sa password ng operator - hash ng ID at password ang itinatago at itinutugma
            77 SIGNON-PW-IN PIC X(16).
            77 SIGNON-PW-HASH PIC 9(18) VALUE 0.
            77 SIGNON-PW-DATE PIC 9(8) VALUE 0.
            77 SIGNON-PW-FORCE PIC X VALUE "N".
            *>system date (hindi business date) ang basehan ng edad ng password
            77 SIGNON-TODAY PIC 9(8) VALUE 0.
            *>"Y" kapag kailangang magpalit ng password bago makapasok
            77 SIGNON-CHG-SW PIC X VALUE "N".
            77 SIGNON-CHG-REASON PIC X(32) VALUE SPACES.
            77 PW-NEW-IN PIC X(16).
            77 PW-CONFIRM-IN PIC X(16).
            77 PW-NEW-HASH PIC 9(18) VALUE 0.
            77 PW-LEN PIC 9(2) VALUE 0.
            77 PW-IDX PIC 9(2) VALUE 1.
            77 PW-HIST-IDX PIC 9 VALUE 1.
            77 PW-TRIES PIC 9 VALUE 0.
            *>"Y" kapag pasado ang bagong password sa lahat ng patakaran
            77 PW-OK-SW PIC X VALUE "N".
            *>"Y" kapag temporary (galing supervisor) ang itinatakdang password
            77 PW-FORCE-NEW PIC X VALUE "N".
            77 PW-AGE-DAYS PIC S9(7) VALUE 0.
            77 PW-LIST-FLAG PIC X(10) VALUE SPACES.
            *>ang pinaghahashan - ID bilang timpla para magkaiba ang hash ng parehong password
            01 PW-HASH-INPUT.
                05 PW-HASH-ID PIC X(8).
                05 PW-HASH-PW PIC X(16).

            *>para sa hashing routine - dalawang modular accumulator, walang intrinsic function;
            *>ang byte ay binabasa bilang numero sa pamamagitan ng binary na REDEFINES
            01 HASH-ORD-AREA.
                05 HASH-ORD-HI PIC X VALUE LOW-VALUE.
                05 HASH-ORD-LO PIC X.
            01 HASH-ORD-NUM REDEFINES HASH-ORD-AREA PIC 9(4) COMP.
            77 HASH-SRC PIC X(160).
            77 HASH-LEN PIC 9(3) VALUE 0.
            77 HASH-IDX PIC 9(3) VALUE 1.
            77 HASH-SEED PIC 9(18) VALUE 0.
            77 HASH-OUT PIC 9(18) VALUE 0.
            77 HASH-H1 PIC 9(9) VALUE 0.
            77 HASH-H2 PIC 9(9) VALUE 0.
            77 HASH-WORK PIC 9(12) VALUE 0.
            77 HASH-Q PIC 9(12) VALUE 0.

            *>para sa eksaktong bilang ng araw sa pagitan ng dalawang petsa - day number mula sa
            *>YYYYMMDD (Marso ang simula ng taon sa kuwenta para sa leap day)
            01 DAYNO-DATE-R.
                05 DAYNO-Y PIC 9(4).
                05 DAYNO-M PIC 9(2).
                05 DAYNO-D PIC 9(2).
            77 DAYNO-YY PIC 9(4) VALUE 0.
            77 DAYNO-MM PIC 9(2) VALUE 0.
            77 DAYNO-T PIC 9(7) VALUE 0.
            77 DAYNO-RESULT PIC 9(7) VALUE 0.

            *>para sa operator master maintenance - kinakarga ang buong OPERMAST.DAT sa table bago baguhin
            01 OPMT-TABLE OCCURS 50 TIMES.
                05 OPMT-NAME PIC X(20).
                05 OPMT-LEVEL PIC 9.
                05 OPMT-STATUS PIC X.
                05 OPMT-PW-HASH PIC 9(18).
                05 OPMT-PW-DATE PIC 9(8).
                05 OPMT-PW-FORCE PIC X.
                05 OPMT-PW-OLD OCCURS 3 TIMES PIC 9(18).
            77 OPMT-COUNT PIC 9(2) VALUE 0.
            *>"Y" kapag mahigit 50 ang records - bawal ang maintenance rewrite, baka maputol ang file
            77 OPMT-OVER-SW PIC X VALUE "N".
            77 TRAN-DEFAULT-COUNT PIC 9(3) VALUE 0.
            77 SETS-PROCESSED PIC 9(2) VALUE 0.

            *>para sa maraming pinanggagalingan ng TRANIN sa iisang business day - bawat source ay
            *>may sariling inbound file, validation, posting at return notice
            77 TRANSRC-FILE-STATUS PIC XX.
            01 SRCQ-TABLE OCCURS 10 TIMES.
                05 SRCQ-ID PIC X(4).
                05 SRCQ-FILE PIC X(12).
                05 SRCQ-NAME PIC X(20).
                05 SRCQ-STATUS PIC X.
                05 SRCQ-LAST-DATE PIC 9(8).
                05 SRCQ-LAST-RC PIC 9(2).
            77 SRCQ-COUNT PIC 9(2) VALUE 0.
            *>"Y" kapag mahigit 10 ang source records - bawal ang rewrite ng TRANSRC.DAT
            77 SRCQ-OVER-SW PIC X VALUE "N".
            77 SRCQ-IDX PIC 9(2) VALUE 1.
            77 SRCQ-FOUND-IDX PIC 9(2) VALUE 0.
            77 SRCQ-ACTION PIC X.
            77 SRCQ-PICK-ID PIC X(4).
            77 SRCQ-NEW-FILE PIC X(12).
            77 SRCQ-NEW-NAME PIC X(20).
            77 SRCQ-NEW-STATUS PIC X.
            77 SRCQ-DUP-SW PIC X VALUE "N".
            *>ang source na pinoproseso - blangko habang vina-validate ang resubmit (header ang bahala)
            77 TRAN-SRC-CUR PIC X(4) VALUE SPACES.
            77 TRAN-SRC-OPEN-STAT PIC XX.
            77 TRAN-SRC-STAT PIC X(9) VALUE SPACES.
            77 TRAN-HDR-SOURCE-SAVE PIC X(4) VALUE SPACES.
            *>"Y" kapag awtorisadong rerun - pinoproseso ulit pati ang mga source na naipasok na
            77 TRAN-RERUN-SW PIC X VALUE "N".
            *>"Y" kapag walang bilang ng set sa run parm - ang header ng bawat source ang masusunod
            77 BATCH-HDR-SETS-SW PIC X VALUE "N".
            *>ang suspense reference ng na-reject na batch - source + oras ng pagtanggi
            77 TRAN-SUSP-REF PIC X(12) VALUE SPACES.
            77 BATCH-RUN-RC PIC 9(2) VALUE 0.
            77 BATCH-SRC-RAN PIC 9(2) VALUE 0.
            77 BATCH-SRC-DUP PIC 9(2) VALUE 0.
            *>resulta bawat source ng run na ito - para sa run-control record at summary page
            01 RUNSRC-TABLE OCCURS 10 TIMES.
                05 RUNSRC-ID PIC X(4).
                05 RUNSRC-STAT PIC X(9).
                05 RUNSRC-REQ PIC 9(2).
                05 RUNSRC-DONE PIC 9(2).
                05 RUNSRC-DFLT PIC 9(3).
                05 RUNSRC-ADJ-OK PIC 9(3).
                05 RUNSRC-ADJ-REJ PIC 9(3).
                05 RUNSRC-RC PIC 9(2).
                05 RUNSRC-REF PIC X(12).
            77 RUNSRC-COUNT PIC 9(2) VALUE 0.
            77 RUNSRC-IDX PIC 9(2) VALUE 1.
            77 RUNSRC-TOT-REQ PIC 9(3) VALUE 0.
            77 RUNSRC-TOT-DONE PIC 9(3) VALUE 0.
            77 RUNSRC-TOT-DFLT PIC 9(4) VALUE 0.
            *>return notice ng source - bukas lang habang pinoproseso ang batch nito
            77 RTN-FILE-STATUS PIC XX.
            77 RTN-FILE-NAME PIC X(12) VALUE SPACES.
            77 RTN-OPEN-SW PIC X VALUE "N".
            77 RTN-EXTEND-SW PIC X VALUE "N".
            77 RTN-TIME PIC 9(8) VALUE 0.
            77 RTN-DFLT-BEFORE PIC 9(3) VALUE 0.
            77 RTN-LINE PIC X(80).
            77 RTN-PTR PIC 9(3) VALUE 1.

            *>para sa dual-control approval ng purge/archive - pitong araw bago mag-expire ang request
            77 PAPP-FILE-STATUS PIC XX.
            01 PAPPQ-TABLE OCCURS 10 TIMES.
                    10 PARM-MAX PIC 9(3).
            77 PARM-RATIO-CEIL PIC 9(3)V9(3) VALUE 999.999.
            77 PARM-TREND-THRESH PIC 9(3)V9(3) VALUE 10.
            77 PARM-PW-DAYS PIC 9(3) VALUE 30.
            77 PARM-SUSP-DAYS PIC 9(3) VALUE 5.
            77 PARM-EXC-DAYS PIC 9(3) VALUE 3.
            01 PARM-EOD-LIMITS.
                05 PARM-EOD-RC OCCURS 4 TIMES PIC 9(2).
            77 PARM-IDX PIC 9 VALUE 1.
            77 PARM-ACTION PIC X.
            77 PARM-POS-IN PIC X.
            77 BD-ACK-DONE-SAVE PIC 9(8) VALUE 0.
            77 BD-RECON-DONE-SAVE PIC 9(8) VALUE 0.
            77 BD-RERUN-MODE-SAVE PIC X(5) VALUE SPACES.
            77 BD-NONBUS-OK-SAVE PIC 9(8) VALUE 0.
            77 BD-ACTION PIC X.
            77 BD-EDIT-IN PIC X(8).
            77 BD-RERUN-IN PIC X(5).
            77 BRST-FILE-STATUS PIC XX.
            77 BRST-DONE-SAVE PIC 9(2) VALUE 0.
            77 BRST-D-CNT PIC 9 VALUE 0.
            *>"Y" kapag nailapat na ng naunang run ang mga C/V record - huwag nang ulitin
            77 BRST-ADJ-SAVE PIC X VALUE "N".

            *>para sa checkpoint/restart sa loob ng Fill_Array, kapag naabala bago matapos ang 5 digits
            77 CKPT-FILE-STATUS PIC XX.
            77 EXT-HASH-TOTAL PIC 9(7)V9(3) VALUE 0.
            *>pinaghihiwalay ang CSV row sa mga field para makuha ang GREATESTRATIO column
            01 EXT-CSV-FIELDS.
                05 EXT-CSV-F PIC X(10) OCCURS 17 TIMES.
            77 EXT-INT-X PIC X(3).
            77 EXT-DEC-X PIC X(3).
            77 EXT-INT-VAL PIC 9(3) VALUE 0.
                05 RECON-COMP-DIGIT OCCURS 5 TIMES PIC 9(3).
            77 RECON-COMP-COUNT PIC 9(3) VALUE 0.

            *>journal ng correction/void ng saved set - sa reconciliation, ang entries lang ng araw ang nasa table
            77 ADJ-FILE-STATUS PIC XX.
            01 ADJQ-TABLE OCCURS 500 TIMES.
                05 ADJQ-SEQ PIC 9(4).
                05 ADJQ-TYPE PIC X.
                05 ADJQ-DATE PIC 9(8).
                05 ADJQ-OPER PIC X(8).
                05 ADJQ-ORIG-DATE PIC 9(8).
                05 ADJQ-BEFORE OCCURS 5 TIMES PIC 9(3).
                05 ADJQ-AFTER OCCURS 5 TIMES PIC 9(3).
                05 ADJQ-EXP-SW PIC X.
                05 ADJQ-EXP-DATE PIC 9(8).
            77 ADJQ-COUNT PIC 9(3) VALUE 0.
            *>"Y" kapag mahigit 500 ang entries ng araw - hindi kumasya ang iba
            77 ADJQ-OVER-SW PIC X VALUE "N".
            77 ADJQ-IDX PIC 9(3) VALUE 1.
            77 ADJ-DIGIT-IDX PIC 9 VALUE 1.
            *>ang hinihinging adjustment - galing sa screen o sa C/V record ng batch
            77 ADJ-REQ-TYPE PIC X VALUE SPACE.
            77 ADJ-REQ-SEQ PIC 9(4) VALUE 0.
            01 ADJ-REQ-DIGIT OCCURS 5 TIMES PIC 9(3).
            *>ang laman ng saved set bago galawin - ito ang before image sa journal
            01 ADJ-OLD-DIGIT OCCURS 5 TIMES PIC 9(3).
            77 ADJ-OLD-DATE PIC 9(8) VALUE 0.
            *>"Y" naisagawa, "N" tinanggihan, "B" hawak ng iba ang update lock
            77 ADJ-RESULT-SW PIC X VALUE "N".
            77 ADJ-REFUSE-REASON PIC X(30) VALUE SPACES.
            77 ADJ-SAME-SW PIC X VALUE "N".
            *>"Y" kapag ang adjustment mismo ang kumuha ng update lock (hindi ang tumatawag)
            77 ADJ-LOCK-SW PIC X VALUE "N".
            77 ADJ-ACTION PIC X.
            77 ADJ-CONFIRM PIC X.
            77 ADJ-EXP-COUNT PIC 9(3) VALUE 0.
            *>"Y" kapag may N row na sa EXTRACT.CSV ang SEQ ng adjustment na ine-export
            77 EXT-N-FOUND-SW PIC X VALUE "N".
            *>uri at seq ng CSV row na isinusulat - N bagong set, R reversal, C replacement
            77 EXT-ROW-TYPE PIC X VALUE "N".
            77 EXT-ROW-SEQ PIC 9(4) VALUE 0.
            *>para sa correction/void sa reconciliation
            77 RECON-CORR-COUNT PIC 9(3) VALUE 0.
            77 RECON-VOID-COUNT PIC 9(3) VALUE 0.
            77 RECON-ADJROW-COUNT PIC 9(3) VALUE 0.
            77 RECON-ADJ-SW PIC X VALUE "N".

            *>para sa end-of-day job stream - pangalan ng mga step, takbo ng kasalukuyang step
            01 EOD-STEP-NAMES.
                05 FILLER PIC X(5) VALUE "BATCH".
                05 FILLER PIC X(5) VALUE "ACK".
                05 FILLER PIC X(5) VALUE "RECON".
                05 FILLER PIC X(5) VALUE "BDATE".
            01 EOD-STEP-TABLE REDEFINES EOD-STEP-NAMES.
                05 EOD-STEP-NAME OCCURS 4 TIMES PIC X(5).
            77 EODLOG-FILE-STATUS PIC XX.
            77 EODRST-FILE-STATUS PIC XX.
            *>"Y" habang tumatakbo ang stream - hindi na isinusulong ng RECON step ang petsa
            77 EOD-ACTIVE-SW PIC X VALUE "N".
            77 EOD-STOP-SW PIC X VALUE "N".
            77 EOD-STEP-IDX PIC 9 VALUE 1.
            77 EOD-START-STEP PIC 9 VALUE 1.
            77 EOD-FAIL-STEP PIC 9 VALUE 0.
            77 EOD-STEP-RC PIC 9(2) VALUE 0.
            *>pinakamataas na RC ng lahat ng step - ang return code ng buong stream
            77 EOD-RC PIC 9(2) VALUE 0.
            77 EOD-START-TIME PIC 9(8) VALUE 0.
            77 EOD-END-TIME PIC 9(8) VALUE 0.
            77 EOD-STEP-STAT PIC X(8).
            *>"Y" kapag may restart record para sa business date na ito
            77 EOD-RESUME-SW PIC X VALUE "N".
            77 EOD-PRIOR-RC PIC 9(2) VALUE 0.
            77 EOD-DONE-SW PIC X VALUE "N".

            *>para sa audit chain, month-end roll ng log, at pagbasa ng log sa maraming generation
            77 AUDCTL-FILE-STATUS PIC XX.
            77 AUDGENCAT-FILE-STATUS PIC XX.
            77 AUDSCAN-FILE-STATUS PIC XX.
            77 AUDGEN-FILE-STATUS PIC XX.
            77 AUDLOCK-FILE-STATUS PIC XX.
            77 AUD-SCAN-NAME PIC X(13) VALUE "AUDITLOG.TXT".
            77 AUD-GEN-NAME PIC X(13) VALUE SPACES.
            *>kopya ng isang audit line - dito ginagawa ang chain at dito binabasa ng scan
            01 AUD-LINE.
                05 AUD-LINE-TEXT PIC X(108).
                05 AUD-LINE-SEQ PIC 9(9).
                05 FILLER PIC X.
                05 AUD-LINE-CHECK PIC 9(18).
                05 FILLER PIC X(4).
            *>laman ng AUDITCTL.DAT habang nagsusulat
            77 AUDC-MONTH PIC 9(6) VALUE 0.
            77 AUDC-SEQ PIC 9(9) VALUE 0.
            77 AUDC-CHECK PIC 9(18) VALUE 0.
            77 AUDC-LINES PIC 9(7) VALUE 0.
            77 AUDC-FIRST PIC 9(9) VALUE 1.
            77 AUD-CUR-MONTH PIC 9(6) VALUE 0.
            77 AUD-ROLL-LINES PIC 9(7) VALUE 0.
            77 AUD-MUTEX-SW PIC X VALUE "N".
            77 AUD-MUTEX-TRIES PIC 9(5) VALUE 0.
            *>katalogo ng generations sa table - sunod-sunod ayon sa buwan ng pagsara
            01 AGENQ-TABLE OCCURS 240 TIMES.
                05 AGENQ-MONTH PIC 9(6).
                05 AGENQ-NAME PIC X(13).
                05 AGENQ-FIRST PIC 9(9).
                05 AGENQ-LAST PIC 9(9).
                05 AGENQ-LINES PIC 9(7).
            77 AGENQ-COUNT PIC 9(3) VALUE 0.
            77 AGENQ-IDX PIC 9(3) VALUE 1.
            *>R = Audit_Report, C = reconciliation, V = verification - kung saan ipapasa ang bawat linya
            77 AUD-SCAN-MODE PIC X VALUE "R".
            77 AUD-SCAN-FROM PIC 9(8) VALUE 0.
            77 AUD-SCAN-TO PIC 9(8) VALUE 0.
            77 AUD-SCAN-FROM-M PIC 9(6) VALUE 0.
            77 AUD-SCAN-TO-M PIC 9(6) VALUE 0.
            *>ilang file ang talagang nabuksan ng scan - 0 = wala pang log kahit saan
            77 AUD-SCAN-FILES PIC 9(3) VALUE 0.
            77 AUD-SCAN-GEN-SW PIC X VALUE "N".
            77 AUD-SCAN-LINE-NO PIC 9(7) VALUE 0.
            *>para sa verification ng chain - ang inaasahang susunod na seq at ang unang sira
            77 VER-PREV-SEQ PIC 9(9) VALUE 0.
            77 VER-PREV-CHECK PIC 9(18) VALUE 0.
            77 VER-STARTED-SW PIC X VALUE "N".
            77 VER-BREAK-SW PIC X VALUE "N".
            77 VER-LINES PIC 9(9) VALUE 0.
            77 VER-LEGACY PIC 9(7) VALUE 0.
            77 VER-EXPECT-SEQ PIC 9(9) VALUE 0.
            77 VER-BREAK-FILE PIC X(13) VALUE SPACES.
            77 VER-BREAK-LINE PIC 9(7) VALUE 0.
            77 VER-BREAK-SEQ PIC 9(9) VALUE 0.
            77 VER-BREAK-REASON PIC X(40) VALUE SPACES.

            *>para sa backup generations at restore - lahat ng data file ng system sa iisang listahan;
            *>Y = ibinabalik ng restore, N = kinokopya lang (report catalog at ang append-only na
            *>audit trail, na laging nasa dulo para sandali lang hawak ang audit mutex)
            01 BKP-FILE-LIST.
                05 FILLER PIC X(12) VALUE "NUMDATA.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "NUMARCH.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "OPERMAST.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "LIMITS.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "BUSDATE.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "RPTCAT.DAT".
                05 FILLER PIC X VALUE "N".
                05 FILLER PIC X(12) VALUE "SUSPENSE.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "PURGREQ.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "EXTRACT.CSV".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "EXTCTL.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "RUNCTL.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "BATCHRST.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "CKPT.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "NUMADJ.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "PERIOD.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "EODLOG.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "EODRST.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "TRANSRC.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "EXCQUEUE.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "CALENDAR.DAT".
                05 FILLER PIC X VALUE "Y".
                05 FILLER PIC X(12) VALUE "AUDITLOG.TXT".
                05 FILLER PIC X VALUE "N".
                05 FILLER PIC X(12) VALUE "AUDITCTL.DAT".
                05 FILLER PIC X VALUE "N".
                05 FILLER PIC X(12) VALUE "AUDGEN.DAT".
                05 FILLER PIC X VALUE "N".
            01 BKP-FILE-TABLE REDEFINES BKP-FILE-LIST.
                05 BKP-FILE-ENTRY OCCURS 23 TIMES.
                    10 BKP-FILE-NAME PIC X(12).
                    10 BKP-FILE-RST PIC X.
            77 BKP-FILE-MAX PIC 9(2) VALUE 23.
            77 BKP-FILE-IDX PIC 9(2) VALUE 1.
            77 BKPIN-FILE-STATUS PIC XX.
            77 BKPOUT-FILE-STATUS PIC XX.
            77 BKPMAN-FILE-STATUS PIC XX.
            77 BKPCAT-FILE-STATUS PIC XX.
            77 BKP-IN-NAME PIC X(12) VALUE SPACES.
            77 BKP-OUT-NAME PIC X(12) VALUE SPACES.
            77 BKP-MAN-NAME PIC X(12) VALUE SPACES.
            77 BKP-GEN-NUM PIC 9(4) VALUE 0.
            77 BKP-REC-COUNT PIC 9(7) VALUE 0.
            77 BKP-TOTAL-RECS PIC 9(9) VALUE 0.
            77 BKP-FILE-COUNT PIC 9(2) VALUE 0.
            77 BKP-PRESENT-SW PIC X VALUE "N".
            77 BKP-RST-SW PIC X VALUE "N".
            77 BKP-OK-SW PIC X VALUE "N".
            77 BKP-FOUND-SW PIC X VALUE "N".
            77 BKP-AFTER-SW PIC X VALUE "N".
            77 BKP-RC PIC 9(2) VALUE 0.
            77 BKP-ACTION PIC X VALUE SPACE.
            77 BKP-CONFIRM PIC X VALUE SPACE.
            77 BKP-SNAP-TIME PIC 9(8) VALUE 0.
            77 BKP-SNAP-SEQ PIC 9(9) VALUE 0.
            *>ang generation na pinili sa restore at ang kalagayan noong kinuha ito
            77 BKP-PICK-GEN PIC 9(4) VALUE 0.
            77 BKP-PICK-DATE PIC 9(8) VALUE 0.
            77 BKP-PICK-TIME PIC 9(8) VALUE 0.
            77 BKP-PICK-SEQ PIC 9(9) VALUE 0.
            77 BKP-AFTER-COUNT PIC 9(7) VALUE 0.
            77 BKP-MISMATCH PIC 9(2) VALUE 0.
            *>manifest ng piniling generation - ito ang sinusunod ng restore, hindi ang kasalukuyang listahan
            01 BKPM-TABLE OCCURS 30 TIMES.
                05 BKPM-NUM PIC 9(2).
                05 BKPM-NAME PIC X(12).
                05 BKPM-COUNT PIC 9(7).
            77 BKPM-LOADED PIC 9(2) VALUE 0.
            77 BKPM-IDX PIC 9(2) VALUE 1.

            *>para sa period accumulators at month-end/year-end close - buong PERIOD.DAT sa table
            77 PER-FILE-STATUS PIC XX.
            01 PERQ-TABLE OCCURS 200 TIMES.
                05 PERQ-TYPE PIC X.
                05 PERQ-ID PIC 9(6).
                05 PERQ-STATUS PIC X.
                05 PERQ-SETS PIC 9(6).
                05 PERQ-ALERTS PIC 9(5).
                05 PERQ-TRENDS PIC 9(5).
                05 PERQ-CORRS PIC 9(5).
                05 PERQ-VOIDS PIC 9(5).
                05 PERQ-SUM-TOTAL PIC 9(9).
                05 PERQ-RATIO-TOTAL PIC 9(9)V9(3).
                05 PERQ-MIN PIC 9(3).
                05 PERQ-MAX PIC 9(3).
                05 PERQ-CLOSE-DATE PIC 9(8).
                05 PERQ-CLOSE-OPER PIC X(8).
            77 PERQ-COUNT PIC 9(3) VALUE 0.
            *>"Y" kapag mahigit 200 ang period records - bawal ang rewrite
            77 PERQ-OVER-SW PIC X VALUE "N".
            77 PERQ-IDX PIC 9(3) VALUE 1.
            77 PERQ-FOUND-IDX PIC 9(3) VALUE 0.
            77 PERQ-M-IDX PIC 9(3) VALUE 0.
            77 PERQ-Y-IDX PIC 9(3) VALUE 0.
            *>ang hinahanap na period - uri (M/Y) at YYYYMM o YYYY00
            77 PER-FIND-TYPE PIC X VALUE SPACE.
            77 PER-FIND-ID PIC 9(6) VALUE 0.
            *>petsang sinusuri kung nasa saradong period, at ang buwan/taon nito
            77 PER-CHK-DATE PIC 9(8) VALUE 0.
            77 PER-CLOSED-SW PIC X VALUE "N".
            77 PER-MONTH-ID PIC 9(6) VALUE 0.
            77 PER-YEAR-NUM PIC 9(4) VALUE 0.
            77 PER-YEAR-ID PIC 9(6) VALUE 0.
            77 PER-ACTION PIC X.
            77 PER-EDIT-IN PIC X(6).
            77 PER-PICK-TYPE PIC X.
            77 PER-OPEN-MONTHS PIC 9(2) VALUE 0.
            77 PER-REASON PIC X(30).
            77 PER-PICK-YEAR PIC 9(4) VALUE 0.
            *>ratio, sum, min/max at alert ng isang set - ang idinadagdag o ibinabawas sa period
            77 PER-RATIO-CUR PIC 9(3)V9(3) VALUE 0.
            77 PER-SUM-CUR PIC 9(4) VALUE 0.
            77 PER-MIN-CUR PIC 9(3) VALUE 0.
            77 PER-MAX-CUR PIC 9(3) VALUE 0.
            77 PER-ALERT-SW PIC X VALUE "N".
            77 PER-AVG PIC 9(3)V9(3) VALUE 0.
            77 PER-DEV PIC 9(3)V9(3) VALUE 0.
            77 PER-MEAN PIC 9(6)V9(3) VALUE 0.
            *>edited pictures para sa period-end report
            77 PER-TOTAL-DISP PIC Z(8)9.999.
            77 PER-MEAN-DISP PIC Z(5)9.999.

            *>para sa trend/exception report sa buong NUMDATA.DAT history - may rolling average at deviation flag
            77 TREND-THRESHOLD PIC 9(3)V9(3) VALUE 0.
            77 TREND-IDX PIC 9(4) VALUE 1.
            77 TREND-DIGIT-IDX PIC 9 VALUE 1.
            77 TREND-SUM PIC 9(7)V9(3) VALUE 0.
            77 TREND-AVG PIC 9(3)V9(3) VALUE 0.
            77 TREND-DEV PIC 9(3)V9(3) VALUE 0.
            77 TREND-FLAG PIC X(4) VALUE SPACES.
            77 LOADED-HOLD PIC X VALUE "N".
            77 READY-HOLD PIC X VALUE "N".

            *>para sa exception work queue (EXCQUEUE.DAT)
            77 EXC-FILE-STATUS PIC XX.
            77 EXCLOCK-FILE-STATUS PIC XX.
            77 EXC-MUTEX-SW PIC X VALUE "N".
            77 EXC-MUTEX-TRIES PIC 9(5) VALUE 0.
            *>ang bagong item na ipinapasa ng bawat prosesong nakakita ng exception
            77 EXC-NEW-TYPE PIC X(2) VALUE SPACES.
            77 EXC-NEW-REF PIC X(26) VALUE SPACES.
            77 EXC-NEW-TEXT PIC X(50) VALUE SPACES.
            77 EXC-NEW-ID PIC 9(6) VALUE 0.
            77 EXC-MAX-ID PIC 9(6) VALUE 0.
            77 EXC-DUP-SW PIC X VALUE "N".
            *>ang mga uri ng exception at ang bilang ng bukas (o lumang) item bawat uri
            01 EXC-TYPE-LIST.
                05 FILLER PIC X(2) VALUE "RA".
                05 FILLER PIC X(16) VALUE "RATIO ALERT".
                05 FILLER PIC X(2) VALUE "TR".
                05 FILLER PIC X(16) VALUE "TREND FLAG".
                05 FILLER PIC X(2) VALUE "SU".
                05 FILLER PIC X(16) VALUE "AGING SUSPENSE".
                05 FILLER PIC X(2) VALUE "PE".
                05 FILLER PIC X(16) VALUE "PURGE EXPIRED".
                05 FILLER PIC X(2) VALUE "AK".
                05 FILLER PIC X(16) VALUE "ACK MISMATCH".
                05 FILLER PIC X(2) VALUE "RB".
                05 FILLER PIC X(16) VALUE "RECON BREAK".
            01 EXC-TYPE-TABLE REDEFINES EXC-TYPE-LIST.
                05 EXC-TYPE-ENTRY OCCURS 6 TIMES.
                    10 EXC-TYPE-CODE PIC X(2).
                    10 EXC-TYPE-NAME PIC X(16).
            01 EXC-TYPE-COUNTS.
                05 EXC-TYPE-CNT OCCURS 6 TIMES PIC 9(4).
            77 EXC-TYPE-IDX PIC 9 VALUE 1.
            *>para sa supervisor screen at aging report
            77 EXCQ-ACTION PIC X.
            77 EXCQ-TYPE-IN PIC X(2) VALUE SPACES.
            77 EXCQ-HIT-TYPE PIC X(2) VALUE SPACES.
            77 EXCQ-PICK-ID PIC 9(6) VALUE 0.
            77 EXCQ-OPER-IN PIC X(8) VALUE SPACES.
            77 EXCQ-NOTE-IN PIC X(50) VALUE SPACES.
            *>Y nagawa, N walang ganoong ID, C sarado na ang item
            77 EXCQ-RESULT-SW PIC X VALUE "N".
            77 EXCQ-AGE PIC 9(4) VALUE 0.
            77 EXCQ-OPEN-COUNT PIC 9(4) VALUE 0.
            77 EXCQ-AGED-COUNT PIC 9(4) VALUE 0.
            77 EXC-RC PIC 9(2) VALUE 0.
            *>history summary (NUMSUMM.DAT)
            77 SUMM-FILE-STATUS PIC XX.
            77 SUMM-ARCH-SW PIC X VALUE "N".
            77 SUMM-HDR-SW PIC X VALUE "N".
            77 SUMM-DIGIT-IDX PIC 9 VALUE 1.
            77 SUMM-REBUILT-COUNT PIC 9(5) VALUE 0.
            77 SUMM-SET-COUNT PIC 9(5) VALUE 0.
            77 SUMM-TOT-SETS PIC 9(5) VALUE 0.
            77 SUMM-TOT-RATIO PIC 9(8)V9(3) VALUE 0.
            77 SUMM-TOT-ELEM PIC 9(9) VALUE 0.
            77 SUMM-TOT-CUR-SETS PIC 9(5) VALUE 0.
            77 SUMM-TOT-CUR-RATIO PIC 9(8)V9(3) VALUE 0.
            77 SUMM-TOT-CUR-ELEM PIC 9(9) VALUE 0.
            77 SUMM-MEAN-VALUE PIC 9(3)V9(3) VALUE 0.
            77 SUMM-AVG-DISPLAY PIC ZZ9.999.
            77 SUMM-MEAN-DISPLAY PIC ZZ9.999.
            *>business calendar (CALENDAR.DAT)
            77 CAL-FILE-STATUS PIC XX.
            *>Lunes hanggang Linggo, Y = may pasok; Lunes-Biyernes kapag wala pang record
            77 CAL-WEEK-PATTERN PIC X(7) VALUE "YYYYYNN".
            77 CAL-CHK-DATE PIC 9(8) VALUE 0.
            77 CAL-BUS-SW PIC X VALUE "Y".
            77 CAL-DOW PIC 9 VALUE 1.
            77 CAL-WORK PIC 9(7) VALUE 0.
            77 CAL-WORK-Q PIC 9(7) VALUE 0.
            77 CAL-SKIP-COUNT PIC 9(3) VALUE 0.
            77 CAL-REFUSE-SW PIC X VALUE "N".
            77 CAL-RUN-MODE PIC X(5) VALUE SPACES.
            01 CALQ-TABLE OCCURS 300 TIMES.
                05 CALQ-DATE PIC 9(8).
                05 CALQ-TYPE PIC X.
                05 CALQ-DESC PIC X(30).
            77 CALQ-COUNT PIC 9(3) VALUE 0.
            *>"Y" kapag mahigit 300 ang petsa sa file - bawal ang rewrite ng CALENDAR.DAT
            77 CALQ-OVER-SW PIC X VALUE "N".
            77 CALQ-IDX PIC 9(3) VALUE 1.
            77 CALQ-FOUND-IDX PIC 9(3) VALUE 0.
            77 CALQ-ACTION PIC X.
            77 CALQ-NEW-TYPE PIC X VALUE SPACE.
            77 CALQ-NEW-DESC PIC X(30) VALUE SPACES.
            77 CALQ-EDIT-IN PIC X(8).
            01 CALQ-PICK-R.
                05 CALQ-PICK-Y PIC 9(4).
                05 CALQ-PICK-M PIC 9(2).
                05 CALQ-PICK-D PIC 9(2).
            01 CALQ-PICK-DATE REDEFINES CALQ-PICK-R PIC 9(8).
            77 CALQ-WEEK-IN PIC X(7).
            77 CALQ-WEEK-SW PIC X VALUE "N".
            77 CALQ-DAY-IDX PIC 9 VALUE 1.

        PROCEDURE DIVISION .
        *>tinitingnan kung may run parameter na "BATCH" (hal. mula sa JCL/scheduler) para sa unattended run
        Startup.
            PERFORM Load_Business_Date
            *>ang mga limits at tolerances mula sa LIMITS.DAT ang sinusunod ng validation at trend report
            PERFORM Load_Parm_File
            *>ang work week at mga holiday para sa business-day checks
            PERFORM Load_Calendar
            *>walang NUMSUMM.DAT pa (o nasira) - buuin mula sa NUMDATA.DAT at NUMARCH.DAT
            PERFORM Check_Summary_File
            IF RUN-PARM(1:5) = "BATCH"
                MOVE "BATCH" TO RUN-MODE
                MOVE "BATCH" TO OPERATOR-ID
                *>ang scheduler mismo ang nagpatakbo - ituring na supervisor level ang unattended run
                MOVE 2 TO OPER-LEVEL-SAVE
                MOVE RUN-PARM(7:2) TO BATCH-SET-PARM
                PERFORM Run_Batch_Step
                MOVE BATCH-RC TO RETURN-CODE
                STOP RUN
            END-IF.
                MOVE ACK-RC TO RETURN-CODE
                STOP RUN
            END-IF.
            *>"EOD" run parm - ang buong end-of-day job stream sa iisang takbo ("EOD 3" = 3 sets sa BATCH)
            IF RUN-PARM(1:3) = "EOD"
                MOVE "BATCH" TO RUN-MODE
                MOVE "EOD" TO OPERATOR-ID
                MOVE 2 TO OPER-LEVEL-SAVE
                MOVE RUN-PARM(5:2) TO BATCH-SET-PARM
                PERFORM End_Of_Day_Run
                MOVE EOD-RC TO RETURN-CODE
                STOP RUN
            END-IF.
            *>"RECON" run parm - unattended na end-of-day reconciliation, para sa gabi-gabing job stream
            IF RUN-PARM(1:5) = "RECON"
                MOVE "BATCH" TO RUN-MODE
                MOVE RECON-RC TO RETURN-CODE
                STOP RUN
            END-IF.
            *>"BACKUP" run parm - unattended na backup generation ng lahat ng data file
            IF RUN-PARM(1:6) = "BACKUP"
                MOVE "BATCH" TO RUN-MODE
                MOVE "BACKUP" TO OPERATOR-ID
                MOVE 2 TO OPER-LEVEL-SAVE
                PERFORM Run_Backup
                MOVE BKP-RC TO RETURN-CODE
                STOP RUN
            END-IF.
            *>"EXCAGE" run parm - araw-araw na aging report ng exception queue, para sa scheduler
            IF RUN-PARM(1:6) = "EXCAGE"
                MOVE "BATCH" TO RUN-MODE
                MOVE "EXCAGE" TO OPERATOR-ID
                MOVE 2 TO OPER-LEVEL-SAVE
                PERFORM Run_Exc_Aging
                MOVE EXC-RC TO RETURN-CODE
                STOP RUN
            END-IF.
            DISPLAY "HOW MANY NUM SETS TO PROCESS TODAY (1-20)? "
                WITH NO ADVANCING
            ACCEPT SET-COUNT
            END-IF
            PERFORM MENUDISPLAY.

        *>ang BATCH step - huwag doblehin ang source na naipasok na para sa business date na ito
        *>maliban kung may awtorisadong rerun mula sa supervisor (RC 16 ang hudyat sa scheduler
        *>kapag wala nang ibang naproseso); tinatawag ng BATCH run parm at ng end-of-day driver
        Run_Batch_Step.
            MOVE "N" TO TRAN-RERUN-SW
            *>walang posting sa weekend/holiday maliban kung pinayagan ng supervisor
            MOVE "BATCH" TO CAL-RUN-MODE
            PERFORM Check_Business_Day_Run
            IF CAL-REFUSE-SW = "Y"
                MOVE 16 TO BATCH-RC
            ELSE
                IF BD-FOUND-SW = "Y" AND BD-BATCH-DONE-SAVE = RUN-DATE
                        AND BD-RERUN-MODE-SAVE = "BATCH"
                    MOVE "Y" TO TRAN-RERUN-SW
                    PERFORM Consume_Rerun_Auth
                    *>sadyang rerun - simulan sa umpisa, huwag ituloy ang lumang restart record
                    PERFORM Clear_Batch_Restart
                END-IF
                PERFORM Process_Tran_Sources
            END-IF.

        *>patakbuhin ang bawat source sa pagkakasunod ng TRANSRC.DAT - ang tinanggihang batch ng
        *>isang branch ay napupunta sa suspense nang hindi napipigilan ang iba; ang pinakamataas
        *>na RC ng mga source ang RC ng buong step; humihinto sa RC 20 dahil iisang source lang
        *>ang kayang ituloy ng BATCHRST.DAT sa rerun
        Process_Tran_Sources.
            PERFORM Load_Tran_Sources
            MOVE 0 TO RUNSRC-COUNT
            MOVE 0 TO BATCH-RUN-RC
            MOVE 0 TO BATCH-SRC-RAN
            MOVE 0 TO BATCH-SRC-DUP
            PERFORM VARYING SRCQ-IDX FROM 1 BY 1
                    UNTIL SRCQ-IDX > SRCQ-COUNT
                    OR BATCH-RUN-RC = 20
                PERFORM Run_One_Source
            END-PERFORM
            IF BATCH-SRC-RAN = 0 AND BATCH-SRC-DUP > 0
                *>lahat ng may file ay naipasok na ngayong araw - ang dating duplicate block
                DISPLAY "BATCH ALREADY COMPLETED FOR "
                    RUN-DATE " - RERUN NOT AUTHORIZED."
                MOVE "DUPLICATE BATCH RUN BLOCKED" TO AUDIT-MESSAGE
                PERFORM Write_Audit_Line
                MOVE 16 TO BATCH-RC
            ELSE
                *>12 = walang kahit isang inbound file na nabasa
                IF BATCH-SRC-RAN = 0
                    MOVE 12 TO BATCH-RUN-RC
                    DISPLAY "NO INBOUND TRAN FILE FOR ANY ACTIVE"
                        " SOURCE."
                    MOVE "BATCH FOUND NO INBOUND TRAN FILE"
                        TO AUDIT-MESSAGE
                    PERFORM Write_Audit_Line
                END-IF
                MOVE BATCH-RUN-RC TO BATCH-RC
                PERFORM Write_Run_Control
                *>markahan sa business-date record na tapos na ang BATCH kapag naproseso talaga
                IF BATCH-RC < 8
                    MOVE RUN-DATE TO BD-BATCH-DONE-SAVE
                    PERFORM Save_Business_Date
                END-IF
            END-IF.

        *>isang source - tingnan kung may inbound file, huwag ulitin kung naipasok na ngayong araw,
        *>at ipadaan sa parehong validation/posting na dinadaanan ng dating iisang TRANIN.DAT
        Run_One_Source.
            MOVE SRCQ-ID(SRCQ-IDX) TO TRAN-SRC-CUR
            MOVE SRCQ-FILE(SRCQ-IDX) TO TRAN-FILE-NAME
            MOVE 0 TO BATCH-RC
            MOVE 0 TO SET-COUNT
            MOVE 0 TO SETS-PROCESSED
            MOVE 0 TO TRAN-DEFAULT-COUNT
            MOVE 0 TO TRAN-ADJ-DONE
            MOVE 0 TO TRAN-ADJ-REJ
            MOVE SPACES TO TRAN-SUSP-REF
            MOVE "N" TO TRAN-EOF-SW
            IF SRCQ-STATUS(SRCQ-IDX) NOT = "A"
                MOVE "INACTIVE" TO TRAN-SRC-STAT
            ELSE
                OPEN INPUT TRANFILE
                MOVE TRAN-FILE-STATUS TO TRAN-SRC-OPEN-STAT
                CLOSE TRANFILE
                IF TRAN-SRC-OPEN-STAT NOT = "00"
                    *>walang ipinadala ang branch ngayong araw - walang maisa-suspense
                    MOVE "NO FILE" TO TRAN-SRC-STAT
                    DISPLAY "SOURCE " TRAN-SRC-CUR ": NO INBOUND FILE "
                        TRAN-FILE-NAME
                ELSE
                    IF SRCQ-LAST-DATE(SRCQ-IDX) = RUN-DATE
                            AND TRAN-RERUN-SW NOT = "Y"
                        MOVE "DUPLICATE" TO TRAN-SRC-STAT
                        ADD 1 TO BATCH-SRC-DUP
                        DISPLAY "SOURCE " TRAN-SRC-CUR
                            ": ALREADY POSTED FOR " RUN-DATE
                            " - NOT REPEATED."
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "DUPLICATE BATCH BLOCKED SOURCE "
                                   DELIMITED BY SIZE
                               TRAN-SRC-CUR DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                    ELSE
                        ADD 1 TO BATCH-SRC-RAN
                        DISPLAY " "
                        DISPLAY "===== SOURCE " TRAN-SRC-CUR " "
                            SRCQ-NAME(SRCQ-IDX) " ====="
                        PERFORM Process_Tran_Batch
                        PERFORM Set_Source_Status
                    END-IF
                END-IF
            END-IF
            IF BATCH-RC > BATCH-RUN-RC
                MOVE BATCH-RC TO BATCH-RUN-RC
            END-IF
            PERFORM Add_Run_Source_Result.

        *>itala ang kinalabasan ng source sa TRANSRC.DAT kaagad - kapag namatay ang job sa susunod
        *>na source, hindi na mauulit sa rerun ang naipasok na
        Set_Source_Status.
            EVALUATE TRUE
                WHEN BATCH-RC = 20
                    MOVE "STOPPED" TO TRAN-SRC-STAT
                WHEN BATCH-RC NOT < 8
                    MOVE "REJECTED" TO TRAN-SRC-STAT
                WHEN OTHER
                    MOVE "POSTED" TO TRAN-SRC-STAT
                    MOVE RUN-DATE TO SRCQ-LAST-DATE(SRCQ-IDX)
            END-EVALUATE
            MOVE BATCH-RC TO SRCQ-LAST-RC(SRCQ-IDX)
            PERFORM Save_Tran_Sources
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "BATCH SOURCE " DELIMITED BY SIZE
                   TRAN-SRC-CUR DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-SRC-STAT DELIMITED BY SIZE
                   " RC=" DELIMITED BY SIZE
                   BATCH-RC DELIMITED BY SIZE
                   " SETS " DELIMITED BY SIZE
                   SETS-PROCESSED DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SET-COUNT DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>idagdag ang resulta ng kasalukuyang source sa RUNSRC-TABLE
        Add_Run_Source_Result.
            IF RUNSRC-COUNT < 10
                ADD 1 TO RUNSRC-COUNT
                MOVE TRAN-SRC-CUR TO RUNSRC-ID(RUNSRC-COUNT)
                MOVE TRAN-SRC-STAT TO RUNSRC-STAT(RUNSRC-COUNT)
                MOVE SET-COUNT TO RUNSRC-REQ(RUNSRC-COUNT)
                MOVE SETS-PROCESSED TO RUNSRC-DONE(RUNSRC-COUNT)
                MOVE TRAN-DEFAULT-COUNT TO RUNSRC-DFLT(RUNSRC-COUNT)
                MOVE TRAN-ADJ-DONE TO RUNSRC-ADJ-OK(RUNSRC-COUNT)
                MOVE TRAN-ADJ-REJ TO RUNSRC-ADJ-REJ(RUNSRC-COUNT)
                MOVE BATCH-RC TO RUNSRC-RC(RUNSRC-COUNT)
                MOVE TRAN-SUSP-REF TO RUNSRC-REF(RUNSRC-COUNT)
            END-IF.

        *>ang mismong BATCH processing ng TRANIN - validation, adjustments, mga set, print at run control
        Process_Tran_Batch.
            PERFORM Get_Batch_Set_Count
            *>patunayan muna ang header/trailer control totals - walang processing hangga't hindi napapatunayang buo ang file
            PERFORM Validate_Tran_Batch
            IF TRAN-VALID-SW = "Y"
                *>kapag may naiwang restart record para sa parehong petsa, laktawan ang mga set na
                *>buo nang naproseso noon - huwag silang i-double-write sa NUMDATA at report
                PERFORM Load_Batch_Restart
                MOVE BRST-DONE-SAVE TO SETS-PROCESSED
                *>return notice ng source - dinudugtungan lang kapag restart, para buo pa rin
                *>ang listahan ng mga SEQ na ibinigay sa branch
                IF BRST-DONE-SAVE > 0 OR BRST-ADJ-SAVE = "Y"
                    MOVE "Y" TO RTN-EXTEND-SW
                ELSE
                    MOVE "N" TO RTN-EXTEND-SW
                END-IF
                PERFORM Open_Return_Notice
                *>unahin ang mga correction/void - tumutukoy sila sa mga naunang naisave na
                *>set, at kapag hawak ng iba ang lock ay walang anumang maisusulat sa run na ito
                IF TRAN-ADJ-COUNT > 0 AND BRST-ADJ-SAVE NOT = "Y"
                    PERFORM Apply_Tran_Adjustments
                    IF BATCH-RC NOT = 20
                        *>itala na tapos na ang adjustments, bago pa ang unang set
                        MOVE 0 TO SET-INDEX
                        PERFORM Save_Batch_Restart
                    END-IF
                END-IF
                OPEN INPUT TRANFILE
                PERFORM VARYING SET-INDEX FROM 1 BY 1
                        UNTIL SET-INDEX > SET-COUNT
                        OR BATCH-RC = 20
                    IF SET-INDEX NOT > BRST-DONE-SAVE
                        PERFORM Skip_Tran_Set
                    ELSE
                        MOVE TRAN-DEFAULT-COUNT TO RTN-DFLT-BEFORE
                        PERFORM Fill_Array
                        IF SAVE-BLOCKED-SW = "Y"
                            *>hindi naisave ang set - itigil ang run nang may sariling
                            *>condition code; ang restart record ay nakaturo pa rin sa
                            *>huling buong set, kaya ang set na ito ang uunahin sa rerun
                            MOVE 20 TO BATCH-RC
                            DISPLAY "BATCH STOPPED AT SET "
                                SET-INDEX " - SET NOT SAVED"
                                " (UPDATE LOCK HELD)."
                            MOVE SPACES TO AUDIT-MESSAGE
                            STRING "BATCH STOPPED AT SET "
                                       DELIMITED BY SIZE
                                   SET-INDEX DELIMITED BY SIZE
                                   " - SAVE BLOCKED BY LOCK"
                                       DELIMITED BY SIZE
                                INTO AUDIT-MESSAGE
                            END-STRING
                            PERFORM Write_Audit_Line
                        ELSE
                            PERFORM Ordered_Pair
                            MOVE OP(1) TO SET-OP1(SET-INDEX)
                            MOVE OP(2) TO SET-OP2(SET-INDEX)
                            MOVE GreatestRatio
                                TO SET-RATIO(SET-INDEX)
                            *>awtomatikong statistics pass bawat set kapag BATCH - walang taong pipili sa menu
                            PERFORM Statistics
                            ADD 1 TO SETS-PROCESSED
                            PERFORM Notice_Set_Line
                            *>itala ang posisyon pagkatapos ng bawat buong set, sakaling mamatay ang job
                            PERFORM Save_Batch_Restart
                        END-IF
                    END-IF
                END-PERFORM
                IF BATCH-RC = 20
                    *>naudlot ang run - huwag linisin ang restart record at huwag
                    *>markahang tapos; ang rerun ang tatapos sa natitirang sets
                    CLOSE TRANFILE
                    PERFORM Notice_Batch_Stopped
                ELSE
                    *>corrections-only na batch - walang set na ipi-print
                    IF SET-COUNT > 0
                        PERFORM Print
                    END-IF
                    IF SET-COUNT > 1
                        PERFORM Print_Summary_Page
                    END-IF
                    CLOSE TRANFILE
                    PERFORM Clear_Batch_Restart
                    *>4 = warning kapag may na-default na value sa kahit isang position,
                    *>o may correction/void na tinanggihan
                    IF TRAN-DEFAULT-COUNT > 0 OR TRAN-ADJ-REJ > 0
                        MOVE 4 TO BATCH-RC
                    ELSE
                        MOVE 0 TO BATCH-RC
                    END-IF
                    PERFORM Notice_Batch_Posted
                END-IF
                PERFORM Close_Return_Notice
            ELSE
                PERFORM Reject_Tran_Batch
                *>12 = walang mabasang input file, 8 = tinanggihan ng control total validation
                IF TRAN-REJECT-REASON =
                        "TRAN FILE MISSING OR UNREADABLE"
                    MOVE 12 TO BATCH-RC
                ELSE
                    MOVE 8 TO BATCH-RC
                END-IF
                MOVE "N" TO RTN-EXTEND-SW
                PERFORM Open_Return_Notice
                PERFORM Notice_Batch_Rejected
                PERFORM Close_Return_Notice
            END-IF.

        *>mag-sign-on kapag wala pang naka-sign-on, para laging tama at balido ang header sa report/audit
        Get_Operator_Id.
            IF OPERATOR-ID = SPACES *>unang beses lang ang sign-on
                PERFORM Sign_On
            END-IF.

        *>i-validate ang ine-enter na ID laban sa OPERMAST.DAT - tatlong palpak na sunod-sunod ay lockout
        Sign_On.
            *>kapag wala o walang laman ang master, ang unang sign-on ang magtatatag ng paunang
            *>supervisor record sa halip na ma-lock out ang lahat - kung hindi, hand-editing na
            *>naman ng file ang tanging lusutan
            PERFORM Check_Oper_Master
            IF OPER-BOOT-SW = "Y"
                PERFORM Bootstrap_Oper_Master
            END-IF
            MOVE 0 TO SIGNON-ATTEMPTS
            PERFORM UNTIL OPERATOR-ID NOT = SPACES
                    OR SIGNON-ATTEMPTS > 2
                DISPLAY "Operator ID: " WITH NO ADVANCING
                ACCEPT SIGNON-ID
                *>laging hinihingi ang password, kilala man o hindi ang ID, para hindi
                *>malaman mula sa screen kung alin ang tunay na ID
                DISPLAY "Password: " WITH NO ADVANCING
                ACCEPT SIGNON-PW-IN
                PERFORM Look_Up_Operator
                IF SIGNON-FOUND-SW = "Y"
                    PERFORM Check_Signon_Password
                END-IF
                IF SIGNON-FOUND-SW = "Y"
                    *>unang sign-on, reset ng supervisor, o expired - palitan muna bago pumasok
                    PERFORM Check_Password_Age
                    IF SIGNON-CHG-SW = "Y"
                        PERFORM Force_Password_Change
                    END-IF
                    MOVE SIGNON-ID TO OPERATOR-ID
                    DISPLAY "SIGNED ON: " OPER-NAME-SAVE " LEVEL "
                        OPER-LEVEL-SAVE
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "SIGN-ON " DELIMITED BY SIZE
                           OPERATOR-ID DELIMITED BY SIZE
                           " LEVEL " DELIMITED BY SIZE
                           OPER-LEVEL-SAVE DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                ELSE
                    ADD 1 TO SIGNON-ATTEMPTS
                    DISPLAY SIGNON-REASON
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "REJECTED SIGN-ON " DELIMITED BY SIZE
                           SIGNON-ID DELIMITED BY SIZE
                           " ATTEMPT " DELIMITED BY SIZE
                           SIGNON-ATTEMPTS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SIGNON-AUDIT-TAG DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-PERFORM
            IF OPERATOR-ID = SPACES
                *>lockout - markahan ang record sa master (kung kilala ang ID) para hindi na makapasok
                *>hanggang i-reset ng supervisor sa operator maintenance, itala sa audit, at itigil ang session
                PERFORM Lock_Out_Operator
                MOVE "SIGN-ON LOCKOUT AFTER 3 FAILURES"
                    TO AUDIT-MESSAGE
                PERFORM Write_Audit_Line
                DISPLAY "TOO MANY FAILED SIGN-ON ATTEMPTS - LOCKED OUT."
                STOP RUN
            END-IF.

        *>itatak ang status L sa record ng huling sinubukang ID - ang di-kilalang ID ay walang mamarkahan
        Lock_Out_Operator.
            PERFORM Load_Oper_Table
            MOVE 0 TO OPMT-FOUND-IDX
            PERFORM VARYING OPMT-IDX FROM 1 BY 1
                    UNTIL OPMT-IDX > OPMT-COUNT
            MOVE 2 TO OPMT-LEVEL(1)
            MOVE "A" TO OPMT-STATUS(1)
            MOVE "N" TO OPMT-OVER-SW
            PERFORM Clear_Oper_Password
            *>ang gumagawa mismo ang pumipili ng password - hindi na pipilitang palitan agad
            MOVE 1 TO OPMT-FOUND-IDX
            MOVE 0 TO PW-TRIES
            MOVE "N" TO PW-OK-SW
            PERFORM UNTIL PW-OK-SW = "Y" OR PW-TRIES > 2
                ADD 1 TO PW-TRIES
                PERFORM Accept_New_Password
            END-PERFORM
            IF PW-OK-SW NOT = "Y"
                DISPLAY "NO VALID PASSWORD - CANNOT CONTINUE."
                STOP RUN
            END-IF
            MOVE "N" TO PW-FORCE-NEW
            PERFORM Store_New_Password
            PERFORM Rewrite_Oper_File
            MOVE OPMT-PICK-ID TO OPERATOR-ID
            MOVE OPMT-NEW-NAME TO OPER-NAME-SAVE
        Look_Up_Operator.
            MOVE "N" TO SIGNON-FOUND-SW
            MOVE SPACE TO OPER-STATUS-SAVE
            MOVE "INVALID ID OR PASSWORD." TO SIGNON-REASON
            MOVE "UNKNOWN ID" TO SIGNON-AUDIT-TAG
            MOVE 0 TO SIGNON-PW-HASH
            MOVE 0 TO SIGNON-PW-DATE
            MOVE "N" TO SIGNON-PW-FORCE
            IF SIGNON-ID = SPACES
                CONTINUE *>blangkong ID - huwag nang hanapin, bilang na agad na palpak
            ELSE
                IF OPER-FILE-STATUS NOT = "00"
                    MOVE "OPERATOR MASTER FILE MISSING."
                        TO SIGNON-REASON
                    MOVE "MASTER MISSING" TO SIGNON-AUDIT-TAG
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "OPER MASTER MISSING - SIGN-ON REFUSED "
                               DELIMITED BY SIZE
                                    ELSE
                                        MOVE 1 TO OPER-LEVEL-SAVE
                                    END-IF
                                    *>walang password ang lumang record -
                                    *>0 ang hash, kaya pipilitang magtakda
                                    IF OPER-PW-HASH IS NUMERIC
                                        MOVE OPER-PW-HASH
                                            TO SIGNON-PW-HASH
                                    END-IF
                                    IF OPER-PW-DATE IS NUMERIC
                                        MOVE OPER-PW-DATE
                                            TO SIGNON-PW-DATE
                                    END-IF
                                    IF OPER-PW-FORCE = "Y"
                                        MOVE "Y" TO SIGNON-PW-FORCE
                                    END-IF
                                END-IF
                        END-READ
                    END-PERFORM
                    WHEN "I"
                        MOVE "N" TO SIGNON-FOUND-SW
                        MOVE "OPERATOR DEACTIVATED." TO SIGNON-REASON
                        MOVE "DEACTIVATED" TO SIGNON-AUDIT-TAG
                    WHEN "L"
                        MOVE "N" TO SIGNON-FOUND-SW
                        MOVE "OPERATOR LOCKED OUT - SEE SUPERVISOR."
                            TO SIGNON-REASON
                        MOVE "LOCKED OUT" TO SIGNON-AUDIT-TAG
                    WHEN OTHER
                        CONTINUE *>A o blangko (lumang record) - active
                END-EVALUATE
            END-IF.

        *>ang hash ng ine-enter na password (kasama ang ID bilang timpla) ang itinutugma sa
        *>nakatagong hash - kailanman ay hindi isinusulat kahit saan ang mismong password
        Check_Signon_Password.
            IF SIGNON-PW-HASH = 0
                *>lumang record na wala pang password - papasukin lang (at pipilitang magtakda
                *>agad) habang wala pang supervisor na may password, para makapasok ang unang
                *>supervisor pagkatapos ng upgrade; pagkatapos noon, temporary password mula
                *>sa supervisor ([P] sa operator maintenance) ang kailangan, para walang
                *>makaagaw ng ID na hindi pa nagagamit ng may-ari
                PERFORM Check_Supervisor_Password_Set
                IF SIGNON-SUP-PW-SW = "Y"
                    MOVE "N" TO SIGNON-FOUND-SW
                    MOVE "PASSWORD NOT SET - SEE SUPERVISOR."
                        TO SIGNON-REASON
                    MOVE "NO PASSWORD SET" TO SIGNON-AUDIT-TAG
                END-IF
            ELSE
                MOVE SIGNON-ID TO PW-HASH-ID
                MOVE SIGNON-PW-IN TO PW-HASH-PW
                PERFORM Hash_Password
                IF HASH-OUT NOT = SIGNON-PW-HASH
                    MOVE "N" TO SIGNON-FOUND-SW
                    MOVE "INVALID ID OR PASSWORD." TO SIGNON-REASON
                    MOVE "BAD PASSWORD" TO SIGNON-AUDIT-TAG
                END-IF
            END-IF
            MOVE SPACES TO SIGNON-PW-IN.

        *>may level 2 na record na may password na ba sa OPERMAST.DAT? - kapag wala pa,
        *>ang lumang record na walang password ay papasukin pa para makapagtakda
        Check_Supervisor_Password_Set.
            MOVE "N" TO SIGNON-SUP-PW-SW
            PERFORM Load_Oper_Table
            PERFORM VARYING OPMT-IDX FROM 1 BY 1
                    UNTIL OPMT-IDX > OPMT-COUNT
                IF OPMT-LEVEL(OPMT-IDX) = 2
                        AND OPMT-PW-HASH(OPMT-IDX) NOT = 0
                    MOVE "Y" TO SIGNON-SUP-PW-SW
                END-IF
            END-PERFORM
            *>may record na hindi kumasya sa table - ituring na mayroon, huwag magpapasok
            IF OPMT-OVER-SW = "Y"
                MOVE "Y" TO SIGNON-SUP-PW-SW
            END-IF.

        *>kailangan bang magpalit bago pumasok - walang password, temporary galing sa supervisor
        *>(unang sign-on o reset), o lagpas na sa bilang ng araw na nasa LIMITS.DAT
        Check_Password_Age.
            MOVE "N" TO SIGNON-CHG-SW
            MOVE SPACES TO SIGNON-CHG-REASON
            ACCEPT SIGNON-TODAY FROM DATE YYYYMMDD
            EVALUATE TRUE
                WHEN SIGNON-PW-HASH = 0
                    MOVE "Y" TO SIGNON-CHG-SW
                    MOVE "NO PASSWORD ON FILE" TO SIGNON-CHG-REASON
                WHEN SIGNON-PW-FORCE = "Y"
                    MOVE "Y" TO SIGNON-CHG-SW
                    MOVE "TEMPORARY PASSWORD" TO SIGNON-CHG-REASON
                WHEN SIGNON-PW-DATE = 0
                    MOVE "Y" TO SIGNON-CHG-SW
                    MOVE "PASSWORD EXPIRED" TO SIGNON-CHG-REASON
                WHEN OTHER
                    MOVE SIGNON-TODAY TO DAYNO-DATE-R
                    PERFORM Compute_Day_Number
                    MOVE DAYNO-RESULT TO PW-AGE-DAYS
                    MOVE SIGNON-PW-DATE TO DAYNO-DATE-R
                    PERFORM Compute_Day_Number
                    SUBTRACT DAYNO-RESULT FROM PW-AGE-DAYS
                    IF PW-AGE-DAYS > PARM-PW-DAYS
                        MOVE "Y" TO SIGNON-CHG-SW
                        MOVE "PASSWORD EXPIRED" TO SIGNON-CHG-REASON
                    END-IF
            END-EVALUATE.

        *>sapilitang pagpapalit ng password sa sign-on - tatlong pagkakataon; kapag hindi
        *>natapos, kanselado ang sign-on at walang naka-sign-on na session
        Force_Password_Change.
            DISPLAY SIGNON-CHG-REASON
                " - YOU MUST CHANGE YOUR PASSWORD."
            MOVE "N" TO PW-OK-SW
            PERFORM Load_Oper_Table
            MOVE SIGNON-ID TO OPMT-PICK-ID
            PERFORM Find_Oper_Entry
            IF OPMT-FOUND-IDX = 0 OR OPMT-OVER-SW = "Y"
                DISPLAY "OPERATOR MASTER CANNOT BE UPDATED"
                    " - SEE SUPERVISOR."
            ELSE
                MOVE 0 TO PW-TRIES
                PERFORM UNTIL PW-OK-SW = "Y" OR PW-TRIES > 2
                    ADD 1 TO PW-TRIES
                    PERFORM Accept_New_Password
                END-PERFORM
            END-IF
            IF PW-OK-SW = "Y"
                MOVE "N" TO PW-FORCE-NEW
                PERFORM Store_New_Password
                PERFORM Rewrite_Oper_File
                DISPLAY "PASSWORD CHANGED."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "PASSWORD CHANGED " DELIMITED BY SIZE
                       SIGNON-ID DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       SIGNON-CHG-REASON DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "PASSWORD CHANGE NOT DONE - SIGN-ON CANCELLED "
                           DELIMITED BY SIZE
                       SIGNON-ID DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
                DISPLAY "PASSWORD NOT CHANGED - SIGN-ON CANCELLED."
                STOP RUN
            END-IF.

        *>tanggapin at patunayan ang bagong password ng OPMT-PICK-ID - dalawang beses ine-enter,
        *>hindi bababa sa anim na character, at hindi kapareho ng kasalukuyan o ng tatlong naunang
        *>password (OPMT-FOUND-IDX = 0 kapag bagong operator na wala pang kasaysayan)
        Accept_New_Password.
            MOVE "N" TO PW-OK-SW
            DISPLAY "NEW PASSWORD (6-16 CHARACTERS): " WITH NO ADVANCING
            ACCEPT PW-NEW-IN
            DISPLAY "RE-ENTER NEW PASSWORD: " WITH NO ADVANCING
            ACCEPT PW-CONFIRM-IN
            PERFORM Count_Password_Length
            IF PW-NEW-IN NOT = PW-CONFIRM-IN
                DISPLAY "PASSWORDS DO NOT MATCH."
            ELSE
                IF PW-LEN < 6 OR PW-NEW-IN(1:1) = SPACE
                    DISPLAY "PASSWORD TOO SHORT - AT LEAST 6"
                        " CHARACTERS, NO LEADING SPACE."
                ELSE
                    MOVE OPMT-PICK-ID TO PW-HASH-ID
                    MOVE PW-NEW-IN TO PW-HASH-PW
                    PERFORM Hash_Password
                    MOVE HASH-OUT TO PW-NEW-HASH
                    MOVE "Y" TO PW-OK-SW
                    IF OPMT-FOUND-IDX > 0
                        IF PW-NEW-HASH = OPMT-PW-HASH(OPMT-FOUND-IDX)
                            MOVE "N" TO PW-OK-SW
                        END-IF
                        PERFORM VARYING PW-HIST-IDX FROM 1 BY 1
                                UNTIL PW-HIST-IDX > 3
                            IF PW-NEW-HASH =
                                OPMT-PW-OLD(OPMT-FOUND-IDX, PW-HIST-IDX)
                                MOVE "N" TO PW-OK-SW
                            END-IF
                        END-PERFORM
                    END-IF
                    IF PW-OK-SW NOT = "Y"
                        DISPLAY "PASSWORD USED RECENTLY - CHOOSE"
                            " ANOTHER."
                    END-IF
                END-IF
            END-IF
            MOVE SPACES TO PW-NEW-IN
            MOVE SPACES TO PW-CONFIRM-IN.

        *>haba ng PW-NEW-IN hanggang sa huling hindi-space na character
        Count_Password_Length.
            MOVE 0 TO PW-LEN
            PERFORM VARYING PW-IDX FROM 16 BY -1
                    UNTIL PW-IDX < 1 OR PW-LEN > 0
                IF PW-NEW-IN(PW-IDX:1) NOT = SPACE
                    MOVE PW-IDX TO PW-LEN
                END-IF
            END-PERFORM.

        *>itakda ang PW-NEW-HASH bilang kasalukuyang password ng OPMT-FOUND-IDX - ang dating hash
        *>ay naitutulak sa kasaysayan; PW-FORCE-NEW = "Y" kapag temporary galing supervisor
        Store_New_Password.
            ACCEPT SIGNON-TODAY FROM DATE YYYYMMDD
            MOVE OPMT-PW-OLD(OPMT-FOUND-IDX, 2)
                TO OPMT-PW-OLD(OPMT-FOUND-IDX, 3)
            MOVE OPMT-PW-OLD(OPMT-FOUND-IDX, 1)
                TO OPMT-PW-OLD(OPMT-FOUND-IDX, 2)
            MOVE OPMT-PW-HASH(OPMT-FOUND-IDX)
                TO OPMT-PW-OLD(OPMT-FOUND-IDX, 1)
            MOVE PW-NEW-HASH TO OPMT-PW-HASH(OPMT-FOUND-IDX)
            MOVE SIGNON-TODAY TO OPMT-PW-DATE(OPMT-FOUND-IDX)
            MOVE PW-FORCE-NEW TO OPMT-PW-FORCE(OPMT-FOUND-IDX)
            MOVE 0 TO PW-NEW-HASH.

        *>walang password - para sa bagong entry sa OPMT-TABLE bago itakda ang una niyang password
        Clear_Oper_Password.
            MOVE 0 TO OPMT-PW-HASH(OPMT-COUNT)
            MOVE 0 TO OPMT-PW-DATE(OPMT-COUNT)
            MOVE "N" TO OPMT-PW-FORCE(OPMT-COUNT)
            PERFORM VARYING PW-HIST-IDX FROM 1 BY 1
                    UNTIL PW-HIST-IDX > 3
                MOVE 0 TO OPMT-PW-OLD(OPMT-COUNT, PW-HIST-IDX)
            END-PERFORM.

        *>hash ng PW-HASH-INPUT (ID + password) - HASH-OUT ang resulta
        Hash_Password.
            MOVE SPACES TO HASH-SRC
            MOVE PW-HASH-INPUT TO HASH-SRC
            MOVE 24 TO HASH-LEN
            MOVE 0 TO HASH-SEED
            PERFORM Hash_Text
            MOVE SPACES TO PW-HASH-INPUT.

        *>18-digit na hash ng unang HASH-LEN byte ng HASH-SRC, sinimulan sa HASH-SEED - dalawang
        *>accumulator na modulo ng magkaibang prime, kasama ang posisyon ng bawat byte
        Hash_Text.
            DIVIDE HASH-SEED BY 1000000000 GIVING HASH-H1
                REMAINDER HASH-H2
            ADD 7 TO HASH-H1
            ADD 11 TO HASH-H2
            PERFORM VARYING HASH-IDX FROM 1 BY 1
                    UNTIL HASH-IDX > HASH-LEN
                MOVE HASH-SRC(HASH-IDX:1) TO HASH-ORD-LO
                COMPUTE HASH-WORK = HASH-H1 * 31 + HASH-ORD-NUM
                    + HASH-IDX
                DIVIDE HASH-WORK BY 999999937 GIVING HASH-Q
                    REMAINDER HASH-H1
                COMPUTE HASH-WORK = HASH-H2 * 37
                    + HASH-ORD-NUM * HASH-IDX + HASH-H1
                DIVIDE HASH-WORK BY 999999929 GIVING HASH-Q
                    REMAINDER HASH-H2
            END-PERFORM
            COMPUTE HASH-OUT = HASH-H1 * 1000000000 + HASH-H2.

        *>day number ng DAYNO-DATE-R - ang pagitan ng dalawang day number ay ang eksaktong bilang
        *>ng araw, kasama ang leap years; walang intrinsic function, puro DIVIDE
        Compute_Day_Number.
            MOVE DAYNO-Y TO DAYNO-YY
            MOVE DAYNO-M TO DAYNO-MM
            IF DAYNO-MM < 3
                SUBTRACT 1 FROM DAYNO-YY
                ADD 12 TO DAYNO-MM
            END-IF
            COMPUTE DAYNO-RESULT = DAYNO-YY * 365 + DAYNO-D
            DIVIDE DAYNO-YY BY 4 GIVING DAYNO-T
            ADD DAYNO-T TO DAYNO-RESULT
            DIVIDE DAYNO-YY BY 100 GIVING DAYNO-T
            SUBTRACT DAYNO-T FROM DAYNO-RESULT
            DIVIDE DAYNO-YY BY 400 GIVING DAYNO-T
            ADD DAYNO-T TO DAYNO-RESULT
            COMPUTE DAYNO-T = 153 * (DAYNO-MM - 3) + 2
            DIVIDE DAYNO-T BY 5 GIVING DAYNO-T
            ADD DAYNO-T TO DAYNO-RESULT.

        *>tanggihan ang function na para sa supervisor (level 2) lang, at itala ang pagtanggi sa audit
        Deny_Supervisor_Function.
            DISPLAY " "
                DISPLAY "NO OPERATOR MASTER RECORDS YET."
            ELSE
                DISPLAY "ID       NAME                 LVL STATUS"
                    " PASSWORD"
                PERFORM VARYING OPMT-IDX FROM 1 BY 1
                        UNTIL OPMT-IDX > OPMT-COUNT
                    *>ipakita kung kailangan pang palitan ang password sa susunod na sign-on
                    IF OPMT-PW-HASH(OPMT-IDX) = 0
                        MOVE "NOT SET" TO PW-LIST-FLAG
                    ELSE
                        IF OPMT-PW-FORCE(OPMT-IDX) = "Y"
                            MOVE "TEMPORARY" TO PW-LIST-FLAG
                        ELSE
                            MOVE "SET" TO PW-LIST-FLAG
                        END-IF
                    END-IF
                    DISPLAY OPMT-ID(OPMT-IDX) " "
                        OPMT-NAME(OPMT-IDX) " "
                        OPMT-LEVEL(OPMT-IDX) "   "
                        OPMT-STATUS(OPMT-IDX) "      "
                        PW-LIST-FLAG
                END-PERFORM
            END-IF
            IF OPMT-OVER-SW = "Y"
            DISPLAY "[C] CHANGE NAME/LEVEL"
            DISPLAY "[D] DEACTIVATE"
            DISPLAY "[R] REACTIVATE / CLEAR LOCKOUT"
            DISPLAY "[P] RESET PASSWORD (TEMPORARY)"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT OPMT-ACTION
                WHEN "R"
                WHEN "r"
                    PERFORM Oper_Maint_Reset
                WHEN "P"
                WHEN "p"
                    PERFORM Oper_Maint_Password
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
                                    MOVE "A"
                                        TO OPMT-STATUS(OPMT-COUNT)
                                END-IF
                                *>walang password ang lumang record - 0 ang hash
                                PERFORM Clear_Oper_Password
                                IF OPER-PW-HASH IS NUMERIC
                                    MOVE OPER-PW-HASH
                                        TO OPMT-PW-HASH(OPMT-COUNT)
                                END-IF
                                IF OPER-PW-DATE IS NUMERIC
                                    MOVE OPER-PW-DATE
                                        TO OPMT-PW-DATE(OPMT-COUNT)
                                END-IF
                                IF OPER-PW-FORCE = "Y"
                                    MOVE "Y"
                                        TO OPMT-PW-FORCE(OPMT-COUNT)
                                END-IF
                                PERFORM VARYING PW-HIST-IDX FROM 1 BY 1
                                        UNTIL PW-HIST-IDX > 3
                                    IF OPER-PW-OLD(PW-HIST-IDX)
                                            IS NUMERIC
                                        MOVE OPER-PW-OLD(PW-HIST-IDX)
                                            TO OPMT-PW-OLD(OPMT-COUNT,
                                                PW-HIST-IDX)
                                    END-IF
                                END-PERFORM
                            ELSE
                                *>may record na hindi kumasya - bawal na ang rewrite
                                MOVE "Y" TO OPMT-OVER-SW
                MOVE OPMT-NAME(OPMT-IDX) TO OPER-NAME
                MOVE OPMT-LEVEL(OPMT-IDX) TO OPER-LEVEL
                MOVE OPMT-STATUS(OPMT-IDX) TO OPER-STATUS
                MOVE OPMT-PW-HASH(OPMT-IDX) TO OPER-PW-HASH
                MOVE OPMT-PW-DATE(OPMT-IDX) TO OPER-PW-DATE
                MOVE OPMT-PW-FORCE(OPMT-IDX) TO OPER-PW-FORCE
                PERFORM VARYING PW-HIST-IDX FROM 1 BY 1
                        UNTIL PW-HIST-IDX > 3
                    MOVE OPMT-PW-OLD(OPMT-IDX, PW-HIST-IDX)
                        TO OPER-PW-OLD(PW-HIST-IDX)
                END-PERFORM
                WRITE OPER-RECORD
            END-PERFORM
            CLOSE OPERFILE.
                        DISPLAY "LEVEL (1=CLERK 2=SUPERVISOR): "
                            WITH NO ADVANCING
                        ACCEPT OPMT-NEW-LEVEL
                        *>temporary password - papalitan ng operator sa unang sign-on
                        DISPLAY "TEMPORARY PASSWORD FOR " OPMT-PICK-ID
                        PERFORM Accept_New_Password
                        IF PW-OK-SW NOT = "Y"
                            DISPLAY "NO VALID PASSWORD - NOTHING ADDED."
                        ELSE
                            PERFORM Oper_Maint_Add_Entry
                        END-IF
                    END-IF
                END-IF
            END-IF.

        *>isulat ang bagong operator entry - hiwalay para hindi lumalim ang IF ng Oper_Maint_Add
        Oper_Maint_Add_Entry.
            ADD 1 TO OPMT-COUNT
            MOVE OPMT-PICK-ID TO OPMT-ID(OPMT-COUNT)
            MOVE OPMT-NEW-NAME TO OPMT-NAME(OPMT-COUNT)
            IF OPMT-NEW-LEVEL = "2"
                MOVE 2 TO OPMT-LEVEL(OPMT-COUNT)
            ELSE
                MOVE 1 TO OPMT-LEVEL(OPMT-COUNT)
            END-IF
            MOVE "A" TO OPMT-STATUS(OPMT-COUNT)
            PERFORM Clear_Oper_Password
            MOVE OPMT-COUNT TO OPMT-FOUND-IDX
            MOVE "Y" TO PW-FORCE-NEW
            PERFORM Store_New_Password
            PERFORM Rewrite_Oper_File
            DISPLAY "OPERATOR " OPMT-PICK-ID " ADDED."
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "OPER MAINT ADD " DELIMITED BY SIZE
                   OPMT-PICK-ID DELIMITED BY SIZE
                   " LEVEL " DELIMITED BY SIZE
                   OPMT-LEVEL(OPMT-COUNT) DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>palitan ang pangalan at level ng isang umiiral na operator
        Oper_Maint_Change.
            DISPLAY "OPERATOR ID TO CHANGE: " WITH NO ADVANCING
                PERFORM Write_Audit_Line
            END-IF.

        *>supervisor reset ng password - temporary na password na kailangang palitan ng operator
        *>sa susunod niyang sign-on; ang dating password ay napupunta sa kasaysayan
        Oper_Maint_Password.
            DISPLAY "OPERATOR ID FOR PASSWORD RESET: " WITH NO ADVANCING
            ACCEPT OPMT-PICK-ID
            PERFORM Find_Oper_Entry
            IF OPMT-FOUND-IDX = 0
                DISPLAY "ID " OPMT-PICK-ID " NOT ON FILE."
            ELSE
                DISPLAY "TEMPORARY PASSWORD FOR " OPMT-PICK-ID
                PERFORM Accept_New_Password
                IF PW-OK-SW NOT = "Y"
                    DISPLAY "PASSWORD NOT RESET."
                ELSE
                    MOVE "Y" TO PW-FORCE-NEW
                    PERFORM Store_New_Password
                    PERFORM Rewrite_Oper_File
                    DISPLAY "PASSWORD RESET - " OPMT-PICK-ID
                        " MUST CHANGE IT AT NEXT SIGN-ON."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "OPER MAINT PASSWORD RESET "
                               DELIMITED BY SIZE
                           OPMT-PICK-ID DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-IF.

        *>kinukuha ang bilang ng sets mula sa 2nd token ng command line (hal. "BATCH 3" o "EOD 3") na
        *>inilagay ng caller sa BATCH-SET-PARM; kapag wala, ang header ng bawat source ang masusunod
        Get_Batch_Set_Count.
            MOVE 1 TO SET-COUNT
            MOVE "Y" TO BATCH-HDR-SETS-SW
            *>kapag iisang digit lang ang natanggap (hal. "3 "), i-right-justify/zero-fill muna bago ang NUMERIC test
            IF BATCH-SET-PARM(1:1) NOT = SPACE
                    AND BATCH-SET-PARM(2:1) = SPACE
            IF BATCH-SET-PARM IS NUMERIC
                MOVE BATCH-SET-PARM TO BATCH-SET-NUM
                IF BATCH-SET-NUM > 20
                    MOVE "N" TO BATCH-HDR-SETS-SW
                    MOVE 20 TO SET-COUNT *>clamp sa max na 20, dahil OCCURS 20 lang ang SET-RESULTS table
                ELSE
                    IF BATCH-SET-NUM > 0
                        MOVE BATCH-SET-NUM TO SET-COUNT
                        MOVE "N" TO BATCH-HDR-SETS-SW
                    END-IF
                END-IF
            END-IF.
        Print_Summary_Page.
            DISPLAY " ".
            DISPLAY "===== MULTI-SET SUMMARY CONTROL PAGE =====".
            IF TRAN-SRC-CUR NOT = SPACES
                DISPLAY "SOURCE: " TRAN-SRC-CUR
            END-IF.
            PERFORM VARYING SET-INDEX FROM 1 BY 1
                    UNTIL SET-INDEX > SET-COUNT
                IF RUN-MODE = "BATCH"
            DISPLAY "[17] Report Catalog & Reprint".
            DISPLAY "[18] Update Lock Status & Override".
            DISPLAY "[19] Purge/Archive Approvals (SUP)".
            DISPLAY "[21] Correct/Void Saved Set (SUP)".
            DISPLAY "[22] Month-End/Year-End Period Close (SUP)".
            DISPLAY "[23] Audit Trail Verification (SUP)".
            DISPLAY "[24] Backup & Restore Data Files (SUP)".
            DISPLAY "[25] Inbound Source Maintenance (SUP)".
            DISPLAY "[26] Exception Work Queue (SUP)".
            DISPLAY "[27] Business Calendar Maintenance (SUP)".
            DISPLAY "[20] Exit"
            DISPLAY "Choice : " WITH NO ADVANCING.
            ACCEPT CHOICE.
                    END-IF
                WHEN 20
                    STOP RUN *>to terminate the program
                WHEN 21
                    *>binabago ng correction/void ang system of record - supervisor level lang
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Correct_Void_Set
                    END-IF
                WHEN 22
                    *>ang pagsara at pagbukas ng period ay nagla-lock ng mga pagbabago - SUP lang
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Period_Close
                    END-IF
                WHEN 23
                    *>pagsusuri ng buong audit chain - para sa supervisor at auditor
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Verify_Audit_Trail
                    END-IF
                WHEN 24
                    *>ang restore ay pumapatong sa lahat ng data file - supervisor level lang
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Backup_Restore
                    END-IF
                WHEN 25
                    *>ang listahan ng source ang nagpapasya kung aling file ang ipo-post - SUP lang
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Source_Maintenance
                    END-IF
                WHEN 26
                    *>pag-assign at pagsara ng exception - SUP lang
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Exception_Queue
                    END-IF
                WHEN 27
                    *>ang calendar ang nagpapasya kung may pasok - SUP lang
                    IF OPER-LEVEL-SAVE < 2
                        PERFORM Deny_Supervisor_Function
                        PERFORM MENUDISPLAY
                    ELSE
                        PERFORM Calendar_Maintenance
                    END-IF
                WHEN OTHER
                    PERFORM Error_message
            END-EVALUATE.

            *> it can also perform using for loop
            *>IF CHOICE < 0 OR CHOICE > 9
                *>PERFORM Error_message
            *>ELSE IF CHOICE = 1
                *>PERFORM Fill_Array
            *>ELSE IF CHOICE = 2
                *>PERFORM Print
            *>ELSE IF CHOICE = 3
                *>PERFORM Ordered_Pair
            DISPLAY "INVALID INPUT!"
            PERFORM MENUDISPLAY.

        *>isulat ang laman ng AUDIT-MESSAGE papunta sa AUDITLOG.TXT, dinadagdag lang (extend) -
        *>may running sequence at chained check value na ang bawat linya, para makita kung may
        *>binura o binago; sa unang linya ng bagong buwan, inililipat muna ang log sa generation
        Write_Audit_Line.
            PERFORM Take_Audit_Mutex
            PERFORM Load_Audit_Control
            DIVIDE RUN-DATE BY 100 GIVING AUD-CUR-MONTH
            IF AUDC-MONTH = 0
                MOVE AUD-CUR-MONTH TO AUDC-MONTH
            END-IF
            IF AUD-CUR-MONTH > AUDC-MONTH
                PERFORM Roll_Audit_Generation
            END-IF
            ACCEPT AUDIT-TIME FROM TIME
            MOVE SPACES TO AUD-LINE
            STRING RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-MESSAGE DELIMITED BY SIZE
                INTO AUD-LINE-TEXT
            END-STRING
            PERFORM Chain_Audit_Line
            OPEN EXTEND AUDITFILE
            IF AUDIT-FILE-STATUS = "35"
                OPEN OUTPUT AUDITFILE
            END-IF
            WRITE AUDIT-RECORD FROM AUD-LINE
            CLOSE AUDITFILE
            ADD 1 TO AUDC-LINES
            PERFORM Save_Audit_Control
            PERFORM Release_Audit_Mutex.

        *>susunod na sequence, at check value = hash ng linya (kasama ang seq) na sinimulan sa
        *>check ng naunang linya - kaya sira ang lahat ng kasunod kapag may ginalaw sa gitna
        Chain_Audit_Line.
            ADD 1 TO AUDC-SEQ
            MOVE AUDC-SEQ TO AUD-LINE-SEQ
            MOVE SPACES TO HASH-SRC
            MOVE AUD-LINE(1:117) TO HASH-SRC
            MOVE 117 TO HASH-LEN
            MOVE AUDC-CHECK TO HASH-SEED
            PERFORM Hash_Text
            MOVE HASH-OUT TO AUD-LINE-CHECK
            MOVE HASH-OUT TO AUDC-CHECK.

        *>maikling lock para sa isang audit line lang - hindi ito ang update lock, kaya puwede
        *>kahit may hawak nang ibang lock; naghihintay lang habang hawak ng ibang session (61/9x),
        *>may hangganan gaya ng queue mutex; kapag hindi nakuha, itigil ang takbo na may RC 16 -
        *>walang audit line o backup na isusulat nang walang mutex, dahil masisira ang hash chain
        Take_Audit_Mutex.
            MOVE "N" TO AUD-MUTEX-SW
            MOVE 0 TO AUD-MUTEX-TRIES
            MOVE "61" TO AUDLOCK-FILE-STATUS
            PERFORM UNTIL AUD-MUTEX-SW = "Y"
                    OR AUD-MUTEX-TRIES > 2000
                    OR (AUDLOCK-FILE-STATUS NOT = "61"
                        AND AUDLOCK-FILE-STATUS(1:1) NOT = "9")
                ADD 1 TO AUD-MUTEX-TRIES
                OPEN EXTEND AUDLOCKFILE WITH LOCK
                IF AUDLOCK-FILE-STATUS = "00"
                        OR AUDLOCK-FILE-STATUS = "05"
                    MOVE "Y" TO AUD-MUTEX-SW
                END-IF
            END-PERFORM
            IF AUD-MUTEX-SW NOT = "Y"
                DISPLAY "AUDIT LOG LOCK FAILED - STATUS "
                    AUDLOCK-FILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        Release_Audit_Mutex.
            IF AUD-MUTEX-SW = "Y"
                CLOSE AUDLOCKFILE
                MOVE "N" TO AUD-MUTEX-SW
            END-IF.

        *>basahin ang AUDITCTL.DAT - kapag wala pa, magsisimula ang chain sa seq 1
        Load_Audit_Control.
            MOVE 0 TO AUDC-MONTH
            MOVE 0 TO AUDC-SEQ
            MOVE 0 TO AUDC-CHECK
            MOVE 0 TO AUDC-LINES
            MOVE 1 TO AUDC-FIRST
            OPEN INPUT AUDCTLFILE
            IF AUDCTL-FILE-STATUS = "00"
                READ AUDCTLFILE
                    AT END
                        CONTINUE
                    NOT AT END
                        IF AUDCTL-MONTH IS NUMERIC
                                AND AUDCTL-SEQ IS NUMERIC
                                AND AUDCTL-CHECK IS NUMERIC
                            MOVE AUDCTL-MONTH TO AUDC-MONTH
                            MOVE AUDCTL-SEQ TO AUDC-SEQ
                            MOVE AUDCTL-CHECK TO AUDC-CHECK
                        END-IF
                        IF AUDCTL-LINES IS NUMERIC
                            MOVE AUDCTL-LINES TO AUDC-LINES
                        END-IF
                        IF AUDCTL-FIRST IS NUMERIC
                            MOVE AUDCTL-FIRST TO AUDC-FIRST
                        END-IF
                END-READ
            END-IF
            CLOSE AUDCTLFILE.

        Save_Audit_Control.
            MOVE SPACES TO AUDCTL-RECORD
            MOVE AUDC-MONTH TO AUDCTL-MONTH
            MOVE AUDC-SEQ TO AUDCTL-SEQ
            MOVE AUDC-CHECK TO AUDCTL-CHECK
            MOVE AUDC-LINES TO AUDCTL-LINES
            MOVE AUDC-FIRST TO AUDCTL-FIRST
            OPEN OUTPUT AUDCTLFILE
            WRITE AUDCTL-RECORD
            CLOSE AUDCTLFILE.

        *>month-end roll - kopyahin ang buong log sa AUDyyyymm.TXT, lagyan ng closing control
        *>record na kasama rin sa chain, itala sa AUDGEN.DAT, at simulan ang bagong walang-lamang log
        Roll_Audit_Generation.
            MOVE SPACES TO AUD-GEN-NAME
            STRING "AUD" DELIMITED BY SIZE
                   AUDC-MONTH DELIMITED BY SIZE
                   ".TXT" DELIMITED BY SIZE
                INTO AUD-GEN-NAME
            END-STRING
            MOVE "AUDITLOG.TXT" TO AUD-SCAN-NAME
            MOVE 0 TO AUD-ROLL-LINES
            OPEN OUTPUT AUDGENFILE
            OPEN INPUT AUDSCANFILE
            IF AUDSCAN-FILE-STATUS = "00"
                PERFORM UNTIL AUDSCAN-FILE-STATUS NOT = "00"
                    READ AUDSCANFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            WRITE AUDGEN-RECORD FROM AUDSCAN-RECORD
                            ADD 1 TO AUD-ROLL-LINES
                    END-READ
                END-PERFORM
            END-IF
            CLOSE AUDSCANFILE
            ACCEPT AUDIT-TIME FROM TIME
            MOVE SPACES TO AUD-LINE
            STRING RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   " AUDIT GENERATION CLOSED " DELIMITED BY SIZE
                   AUDC-MONTH DELIMITED BY SIZE
                   " LINES " DELIMITED BY SIZE
                   AUD-ROLL-LINES DELIMITED BY SIZE
                   " FIRST SEQ " DELIMITED BY SIZE
                   AUDC-FIRST DELIMITED BY SIZE
                INTO AUD-LINE-TEXT
            END-STRING
            PERFORM Chain_Audit_Line
            WRITE AUDGEN-RECORD FROM AUD-LINE
            CLOSE AUDGENFILE
            ADD 1 TO AUD-ROLL-LINES
            OPEN OUTPUT AUDITFILE
            CLOSE AUDITFILE
            MOVE SPACES TO AUDGENCAT-RECORD
            MOVE AUDC-MONTH TO AUDGENCAT-MONTH
            MOVE AUD-GEN-NAME TO AUDGENCAT-NAME
            MOVE AUDC-FIRST TO AUDGENCAT-FIRST
            MOVE AUDC-SEQ TO AUDGENCAT-LAST
            MOVE AUD-ROLL-LINES TO AUDGENCAT-LINES
            MOVE AUDC-CHECK TO AUDGENCAT-CHECK
            MOVE RUN-DATE TO AUDGENCAT-DATE
            OPEN EXTEND AUDGENCATFILE
            IF AUDGENCAT-FILE-STATUS = "35"
                OPEN OUTPUT AUDGENCATFILE
            END-IF
            WRITE AUDGENCAT-RECORD
            CLOSE AUDGENCATFILE
            MOVE AUD-CUR-MONTH TO AUDC-MONTH
            MOVE 0 TO AUDC-LINES
            COMPUTE AUDC-FIRST = AUDC-SEQ + 1.

        *>isang buong AUDGEN.DAT sa table - ito ang pagkakasunod ng mga generation sa scan at verify
        Load_Audit_Gen_Catalog.
            MOVE 0 TO AGENQ-COUNT
            OPEN INPUT AUDGENCATFILE
            IF AUDGENCAT-FILE-STATUS = "00"
                PERFORM UNTIL AUDGENCAT-FILE-STATUS NOT = "00"
                    READ AUDGENCATFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF AGENQ-COUNT < 240
                                    AND AUDGENCAT-MONTH IS NUMERIC
                                ADD 1 TO AGENQ-COUNT
                                MOVE AUDGENCAT-MONTH
                                    TO AGENQ-MONTH(AGENQ-COUNT)
                                MOVE AUDGENCAT-NAME
                                    TO AGENQ-NAME(AGENQ-COUNT)
                                MOVE AUDGENCAT-FIRST
                                    TO AGENQ-FIRST(AGENQ-COUNT)
                                MOVE AUDGENCAT-LAST
                                    TO AGENQ-LAST(AGENQ-COUNT)
                                MOVE AUDGENCAT-LINES
                                    TO AGENQ-LINES(AGENQ-COUNT)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE AUDGENCATFILE.

        *>basahin ang audit lines ng AUD-SCAN-FROM..AUD-SCAN-TO sa lahat ng generation na
        *>sakop ng buwan, at saka ang kasalukuyang log; AUD-SCAN-MODE ang nagsasabi kung kanino ipapasa
        Scan_Audit_Generations.
            MOVE 0 TO AUD-SCAN-FILES
            DIVIDE AUD-SCAN-FROM BY 100 GIVING AUD-SCAN-FROM-M
            DIVIDE AUD-SCAN-TO BY 100 GIVING AUD-SCAN-TO-M
            PERFORM Load_Audit_Gen_Catalog
            MOVE "Y" TO AUD-SCAN-GEN-SW
            PERFORM VARYING AGENQ-IDX FROM 1 BY 1
                    UNTIL AGENQ-IDX > AGENQ-COUNT
                IF AGENQ-MONTH(AGENQ-IDX) NOT < AUD-SCAN-FROM-M
                        AND AGENQ-MONTH(AGENQ-IDX) NOT > AUD-SCAN-TO-M
                    MOVE AGENQ-NAME(AGENQ-IDX) TO AUD-SCAN-NAME
                    PERFORM Scan_One_Audit_File
                END-IF
            END-PERFORM
            MOVE "N" TO AUD-SCAN-GEN-SW
            MOVE "AUDITLOG.TXT" TO AUD-SCAN-NAME
            PERFORM Scan_One_Audit_File.

        Scan_One_Audit_File.
            MOVE 0 TO AUD-SCAN-LINE-NO
            OPEN INPUT AUDSCANFILE
            IF AUDSCAN-FILE-STATUS = "00"
                ADD 1 TO AUD-SCAN-FILES
                PERFORM UNTIL AUDSCAN-FILE-STATUS NOT = "00"
                    READ AUDSCANFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            ADD 1 TO AUD-SCAN-LINE-NO
                            MOVE AUDSCAN-RECORD TO AUD-LINE
                            PERFORM Dispatch_Audit_Line
                    END-READ
                END-PERFORM
            ELSE
                *>nakatala pero wala na ang generation file - sira na rin iyon ng chain
                IF AUD-SCAN-MODE = "V" AND AUD-SCAN-GEN-SW = "Y"
                        AND VER-BREAK-SW = "N"
                    MOVE "Y" TO VER-BREAK-SW
                    MOVE AUD-SCAN-NAME TO VER-BREAK-FILE
                    MOVE 0 TO VER-BREAK-LINE
                    MOVE AGENQ-FIRST(AGENQ-IDX) TO VER-BREAK-SEQ
                    MOVE "GENERATION FILE MISSING"
                        TO VER-BREAK-REASON
                END-IF
            END-IF
            CLOSE AUDSCANFILE.

        Dispatch_Audit_Line.
            EVALUATE AUD-SCAN-MODE
                WHEN "R"
                    PERFORM Scan_Audit_Record
                WHEN "C"
                    PERFORM Recon_One_Audit_Line
                WHEN "V"
                    PERFORM Verify_Audit_Line
                WHEN "B"
                    PERFORM Restore_After_Line
            END-EVALUATE.

        *>buksan ang sariling generation file ng report na ito - kunin ang susunod na gen number
        *>mula sa catalog at doon isulat, hindi na sa iisang lumalaking RPTFILE.TXT
            WRITE CKPT-RECORD
            CLOSE CKPTFILE.

        *>basahin ang BATCHRST.DAT - kapag tugma sa petsa ng run na ito at sa source na pinoproseso,
        *>doon magpapatuloy ang batch
        Load_Batch_Restart.
            MOVE 0 TO BRST-DONE-SAVE
            MOVE "N" TO BRST-ADJ-SAVE
            OPEN INPUT BRSTFILE
            IF BRST-FILE-STATUS = "00"
                READ BRSTFILE
                        IF BRST-DATE IS NUMERIC
                                AND BRST-DONE IS NUMERIC
                                AND BRST-DATE = RUN-DATE
                                AND (BRST-SOURCE = TRAN-SRC-CUR
                                    OR (BRST-SOURCE = SPACES
                                        AND TRAN-SRC-CUR = "MAIN"))
                            IF BRST-ADJ-DONE = "Y"
                                MOVE "Y" TO BRST-ADJ-SAVE
                            END-IF
                            IF BRST-DONE > 0
                                MOVE BRST-DONE TO BRST-DONE-SAVE
                                IF BRST-DONE-SAVE > SET-COUNT
                                    MOVE SET-COUNT TO BRST-DONE-SAVE
                                END-IF
                            END-IF
                        END-IF
                END-READ
            END-IF
            CLOSE BRSTFILE
            IF BRST-ADJ-SAVE = "Y"
                DISPLAY "BATCH RESTART: ADJUSTMENTS APPLIED IN PRIOR"
                    " RUN, NOT REPEATED."
            END-IF
            IF BRST-DONE-SAVE > 0
                DISPLAY "BATCH RESTART: SETS 1-" BRST-DONE-SAVE
                    " DONE IN PRIOR RUN, CONTINUING."
                PERFORM Write_Audit_Line
            END-IF.

        *>isulat ang posisyon pagkatapos ng isang buong set - pinapatungan bawat set, laging sariwa;
        *>laging nauuna ang mga correction/void sa mga set, kaya tapos na sila sa puntong ito
        Save_Batch_Restart.
            MOVE SPACES TO BRST-RECORD
            MOVE RUN-DATE TO BRST-DATE
            MOVE SET-INDEX TO BRST-DONE
            MOVE "Y" TO BRST-ADJ-DONE
            MOVE TRAN-SRC-CUR TO BRST-SOURCE
            OPEN OUTPUT BRSTFILE
            WRITE BRST-RECORD
            CLOSE BRSTFILE.
                                    TO BD-RECON-DONE-SAVE
                            END-IF
                            MOVE BD-RERUN-MODE TO BD-RERUN-MODE-SAVE
                            IF BD-NONBUS-OK IS NUMERIC
                                MOVE BD-NONBUS-OK TO BD-NONBUS-OK-SAVE
                            ELSE
                                MOVE 0 TO BD-NONBUS-OK-SAVE
                            END-IF
                        END-IF
                END-READ
            END-IF
            MOVE BD-ACK-DONE-SAVE TO BD-ACK-DONE
            MOVE BD-RECON-DONE-SAVE TO BD-RECON-DONE
            MOVE BD-RERUN-MODE-SAVE TO BD-RERUN-MODE
            MOVE BD-NONBUS-OK-SAVE TO BD-NONBUS-OK
            OPEN OUTPUT BDATEFILE
            WRITE BDATE-RECORD
            CLOSE BDATEFILE
            MOVE SPACES TO BD-RERUN-MODE-SAVE
            PERFORM Save_Business_Date.

        *>isulong ang business date sa susunod na araw na may pasok ayon sa CALENDAR.DAT -
        *>nilalaktawan ang weekend at holiday (may hangganang isang taon kung sakaling mali ang calendar)
        Advance_Business_Date.
            MOVE BD-DATE-SAVE TO NEXT-DATE-R
            MOVE 0 TO CAL-SKIP-COUNT
            PERFORM Next_Calendar_Day
            MOVE NEXT-DATE-R TO CAL-CHK-DATE
            PERFORM Is_Business_Day
            PERFORM UNTIL CAL-BUS-SW = "Y" OR CAL-SKIP-COUNT > 366
                ADD 1 TO CAL-SKIP-COUNT
                PERFORM Next_Calendar_Day
                MOVE NEXT-DATE-R TO CAL-CHK-DATE
                PERFORM Is_Business_Day
            END-PERFORM
            MOVE NEXT-DATE-R TO BD-DATE-SAVE
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "BUSINESS DATE ADVANCED TO " DELIMITED BY SIZE
                   BD-DATE-SAVE DELIMITED BY SIZE
                   " SKIPPED " DELIMITED BY SIZE
                   CAL-SKIP-COUNT DELIMITED BY SIZE
                   " NON-BUSINESS DAY(S)" DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>isang araw pasulong ng NEXT-DATE-R - may month lengths at leap year test,
        *>walang intrinsic functions gaya ng nakasanayan sa programang ito
        Next_Calendar_Day.
            EVALUATE NEXT-DATE-M
                WHEN 01
                WHEN 03
                    MOVE 1 TO NEXT-DATE-M
                    ADD 1 TO NEXT-DATE-Y
                END-IF
            END-IF.

        *>balot ng ack run - huwag ulitin sa parehong business date nang walang awtorisasyon
        Run_Extract_Ack.
            MOVE "ACK" TO CAL-RUN-MODE
            PERFORM Check_Business_Day_Run
            IF CAL-REFUSE-SW = "Y"
                MOVE 16 TO ACK-RC
            ELSE
                IF BD-FOUND-SW = "Y" AND BD-ACK-DONE-SAVE = RUN-DATE
                        AND BD-RERUN-MODE-SAVE NOT = "ACK"
                    DISPLAY " "
                    DISPLAY "ACK RUN ALREADY COMPLETED FOR " RUN-DATE
                        " - RERUN NOT AUTHORIZED."
                    MOVE "DUPLICATE ACK RUN BLOCKED" TO AUDIT-MESSAGE
                    PERFORM Write_Audit_Line
                    MOVE 16 TO ACK-RC
                ELSE
                    IF BD-FOUND-SW = "Y" AND BD-ACK-DONE-SAVE = RUN-DATE
                        PERFORM Consume_Rerun_Auth
                    END-IF
                    PERFORM Process_Extract_Ack
                    MOVE RUN-DATE TO BD-ACK-DONE-SAVE
                    PERFORM Save_Business_Date
                END-IF
            END-IF.

        *>balot ng reconciliation - huwag ulitin nang walang awtorisasyon; ang matagumpay na pagtakbo
                END-IF
                PERFORM Reconciliation_Report
                MOVE RUN-DATE TO BD-RECON-DONE-SAVE
                *>sa end-of-day stream ay hiwalay na step ang pagsulong ng petsa
                IF EOD-ACTIVE-SW NOT = "Y"
                    PERFORM Advance_Business_Date
                END-IF
                PERFORM Save_Business_Date
            END-IF.

        *>end-of-day job stream - BATCH, ACK, RECON at pagsulong ng business date sa iisang takbo;
        *>bawat step ay may sariling pinakamataas na condition code sa LIMITS.DAT, at kapag lumagpas
        *>ay ihihinto ang stream at itatala sa EODRST.DAT ang step na uunahin ng rerun
        End_Of_Day_Run.
            MOVE "Y" TO EOD-ACTIVE-SW
            MOVE 0 TO EOD-RC
            MOVE "N" TO EOD-STOP-SW
            MOVE 0 TO EOD-FAIL-STEP
            PERFORM Load_Eod_Restart
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "EOD STARTED FOR " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " AT STEP " DELIMITED BY SIZE
                   EOD-START-STEP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   EOD-STEP-NAME(EOD-START-STEP) DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line
            PERFORM VARYING EOD-STEP-IDX FROM EOD-START-STEP BY 1
                    UNTIL EOD-STEP-IDX > 4 OR EOD-STOP-SW = "Y"
                PERFORM Run_Eod_Step
            END-PERFORM
            MOVE "EOD" TO OPERATOR-ID
            IF EOD-STOP-SW = "Y"
                PERFORM Save_Eod_Restart
                DISPLAY "EOD STOPPED AT STEP " EOD-FAIL-STEP " "
                    EOD-STEP-NAME(EOD-FAIL-STEP) " RC " EOD-STEP-RC
                    " - RERUN RESUMES FROM THIS STEP."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "EOD STOPPED AT STEP " DELIMITED BY SIZE
                       EOD-FAIL-STEP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EOD-STEP-NAME(EOD-FAIL-STEP) DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       EOD-STEP-RC DELIMITED BY SIZE
                       " OVER MAX " DELIMITED BY SIZE
                       PARM-EOD-RC(EOD-FAIL-STEP) DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Clear_Eod_Restart
                DISPLAY "EOD COMPLETED FOR " RUN-DATE " RC " EOD-RC
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "EOD COMPLETED FOR " DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       EOD-RC DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF
            MOVE "N" TO EOD-ACTIVE-SW.

        *>isang step ng stream - ang parehong paragraph na tinatawag ng hiwalay na BATCH/ACK/RECON
        *>run parm, kaya pareho pa rin ang duplicate-run protection at mga condition code
        Run_Eod_Step.
            ACCEPT EOD-START-TIME FROM TIME
            MOVE 0 TO EOD-STEP-RC
            DISPLAY " "
            DISPLAY "===== EOD STEP " EOD-STEP-IDX " "
                EOD-STEP-NAME(EOD-STEP-IDX) " ====="
            *>ang step na tinigilan ay natapos na pala ang trabaho (lumagpas lang ang RC) - nasuri na
            *>ng supervisor bago ang rerun, kaya huwag nang ulitin maliban kung may awtorisadong rerun
            MOVE "N" TO EOD-DONE-SW
            IF EOD-RESUME-SW = "Y" AND EOD-STEP-IDX = EOD-START-STEP
                IF EOD-STEP-IDX = 1 AND BD-BATCH-DONE-SAVE = RUN-DATE
                        AND BD-RERUN-MODE-SAVE NOT = "BATCH"
                    MOVE "Y" TO EOD-DONE-SW
                END-IF
                IF EOD-STEP-IDX = 2 AND BD-ACK-DONE-SAVE = RUN-DATE
                        AND BD-RERUN-MODE-SAVE NOT = "ACK"
                    MOVE "Y" TO EOD-DONE-SW
                END-IF
                IF EOD-STEP-IDX = 3 AND BD-RECON-DONE-SAVE = RUN-DATE
                        AND BD-RERUN-MODE-SAVE NOT = "RECON"
                    MOVE "Y" TO EOD-DONE-SW
                END-IF
            END-IF
            IF EOD-DONE-SW = "Y"
                MOVE EOD-PRIOR-RC TO EOD-STEP-RC
                IF EOD-STEP-RC > EOD-RC
                    MOVE EOD-STEP-RC TO EOD-RC
                END-IF
                ACCEPT EOD-END-TIME FROM TIME
                MOVE "REVIEWED" TO EOD-STEP-STAT
                PERFORM Write_Eod_Log
                DISPLAY "EOD STEP " EOD-STEP-NAME(EOD-STEP-IDX)
                    " ALREADY COMPLETED (RC " EOD-PRIOR-RC
                    ") - NOT REPEATED."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "EOD STEP " DELIMITED BY SIZE
                       EOD-STEP-NAME(EOD-STEP-IDX) DELIMITED BY SIZE
                       " RC " DELIMITED BY SIZE
                       EOD-PRIOR-RC DELIMITED BY SIZE
                       " ACCEPTED ON RERUN" DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Run_Eod_Step_Work
            END-IF.

        *>patakbuhin ang step at ihambing ang RC nito sa pinakamataas na pinapayagan
        Run_Eod_Step_Work.
            EVALUATE EOD-STEP-IDX
                WHEN 1
                    MOVE "BATCH" TO OPERATOR-ID
                    MOVE 0 TO BATCH-RC
                    PERFORM Run_Batch_Step
                    MOVE BATCH-RC TO EOD-STEP-RC
                WHEN 2
                    MOVE "ACKRUN" TO OPERATOR-ID
                    MOVE 0 TO ACK-RC
                    PERFORM Run_Extract_Ack
                    MOVE ACK-RC TO EOD-STEP-RC
                WHEN 3
                    MOVE "RECON" TO OPERATOR-ID
                    MOVE 0 TO RECON-RC
                    PERFORM Run_Reconciliation
                    MOVE RECON-RC TO EOD-STEP-RC
                WHEN OTHER
                    MOVE "EOD" TO OPERATOR-ID
                    PERFORM Eod_Advance_Date
            END-EVALUATE
            ACCEPT EOD-END-TIME FROM TIME
            IF EOD-STEP-RC > EOD-RC
                MOVE EOD-STEP-RC TO EOD-RC
            END-IF
            IF EOD-STEP-RC > PARM-EOD-RC(EOD-STEP-IDX)
                MOVE "Y" TO EOD-STOP-SW
                MOVE EOD-STEP-IDX TO EOD-FAIL-STEP
                MOVE "STOPPED" TO EOD-STEP-STAT
            ELSE
                MOVE "OK" TO EOD-STEP-STAT
            END-IF
            PERFORM Write_Eod_Log
            DISPLAY "EOD STEP " EOD-STEP-NAME(EOD-STEP-IDX) " RC "
                EOD-STEP-RC " MAX " PARM-EOD-RC(EOD-STEP-IDX) " "
                EOD-STEP-STAT.

        *>ang huling step - isulong ang business date kapag tapos na ang reconciliation ng araw;
        *>sa loob ng stream ay hindi na ito ginagawa ng RECON step mismo
        Eod_Advance_Date.
            IF BD-RECON-DONE-SAVE NOT = RUN-DATE
                DISPLAY "BUSINESS DATE NOT ADVANCED - RECON NOT DONE"
                    " FOR " RUN-DATE "."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "BUSINESS DATE NOT ADVANCED - RECON NOT DONE"
                           DELIMITED BY SIZE
                       " FOR " DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
                MOVE 8 TO EOD-STEP-RC
            ELSE
                PERFORM Advance_Business_Date
                PERFORM Save_Business_Date
                DISPLAY "BUSINESS DATE NOW " BD-DATE-SAVE
            END-IF.

        *>idagdag sa EODLOG.DAT ang takbo ng isang step - simula, tapos, RC at kung itinuloy ang stream
        Write_Eod_Log.
            MOVE SPACES TO EODLOG-RECORD
            MOVE RUN-DATE TO EODLOG-DATE
            MOVE EOD-STEP-IDX TO EODLOG-STEP-NO
            MOVE EOD-STEP-NAME(EOD-STEP-IDX) TO EODLOG-STEP
            MOVE EOD-START-TIME TO EODLOG-START
            MOVE EOD-END-TIME TO EODLOG-END
            MOVE EOD-STEP-RC TO EODLOG-RC
            MOVE PARM-EOD-RC(EOD-STEP-IDX) TO EODLOG-MAX-RC
            MOVE EOD-STEP-STAT TO EODLOG-STATUS
            OPEN EXTEND EODLOGFILE
            IF EODLOG-FILE-STATUS = "35"
                OPEN OUTPUT EODLOGFILE
            END-IF
            WRITE EODLOG-RECORD
            CLOSE EODLOGFILE.

        *>kapag huminto ang stream sa parehong business date, doon magsisimula ang rerun
        Load_Eod_Restart.
            MOVE 1 TO EOD-START-STEP
            MOVE "N" TO EOD-RESUME-SW
            MOVE 0 TO EOD-PRIOR-RC
            OPEN INPUT EODRSTFILE
            IF EODRST-FILE-STATUS = "00"
                READ EODRSTFILE
                    NOT AT END
                        IF EODRST-DATE IS NUMERIC
                                AND EODRST-STEP IS NUMERIC
                                AND EODRST-DATE = RUN-DATE
                                AND EODRST-STEP > 0
                                AND EODRST-STEP < 5
                            MOVE "Y" TO EOD-RESUME-SW
                            MOVE EODRST-STEP TO EOD-START-STEP
                            IF EODRST-RC IS NUMERIC
                                MOVE EODRST-RC TO EOD-PRIOR-RC
                            END-IF
                        END-IF
                END-READ
            END-IF
            CLOSE EODRSTFILE
            IF EOD-RESUME-SW = "Y"
                DISPLAY "EOD RESTART: RESUMING AT STEP " EOD-START-STEP
                    " " EOD-STEP-NAME(EOD-START-STEP) "."
            END-IF.

        Save_Eod_Restart.
            MOVE SPACES TO EODRST-RECORD
            MOVE RUN-DATE TO EODRST-DATE
            MOVE EOD-FAIL-STEP TO EODRST-STEP
            MOVE EOD-STEP-RC TO EODRST-RC
            OPEN OUTPUT EODRSTFILE
            WRITE EODRST-RECORD
            CLOSE EODRSTFILE.

        Clear_Eod_Restart.
            MOVE SPACES TO EODRST-RECORD
            MOVE 0 TO EODRST-DATE
            MOVE 0 TO EODRST-STEP
            MOVE 0 TO EODRST-RC
            OPEN OUTPUT EODRSTFILE
            WRITE EODRST-RECORD
            CLOSE EODRSTFILE.

        *>supervisor screen ng mga inbound source - bawat branch ay may sariling TRANIN file
        Source_Maintenance.
            PERFORM Load_Tran_Sources
            DISPLAY " "
            DISPLAY "===== INBOUND SOURCE MAINTENANCE ====="
            DISPLAY "SRC  FILE         NAME                 ST"
                " LAST POST RC"
            PERFORM VARYING SRCQ-IDX FROM 1 BY 1
                    UNTIL SRCQ-IDX > SRCQ-COUNT
                DISPLAY SRCQ-ID(SRCQ-IDX) " "
                    SRCQ-FILE(SRCQ-IDX) " "
                    SRCQ-NAME(SRCQ-IDX) " "
                    SRCQ-STATUS(SRCQ-IDX) "  "
                    SRCQ-LAST-DATE(SRCQ-IDX) "  "
                    SRCQ-LAST-RC(SRCQ-IDX)
            END-PERFORM
            IF SRCQ-OVER-SW = "Y"
                DISPLAY "MORE THAN 10 SOURCE RECORDS - MAINTENANCE"
                    " REFUSED TO AVOID TRUNCATING TRANSRC.DAT."
            ELSE
                PERFORM Source_Maint_Actions
            END-IF
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>ang action menu ng source maintenance - hiwalay para malinaw ang overflow guard sa itaas
        Source_Maint_Actions.
            DISPLAY "[A] ADD OR CHANGE A SOURCE"
            DISPLAY "[D] DEACTIVATE"
            DISPLAY "[R] REACTIVATE"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT SRCQ-ACTION
            EVALUATE SRCQ-ACTION
                WHEN "A"
                WHEN "a"
                    PERFORM Source_Maint_Add
                WHEN "D"
                WHEN "d"
                    MOVE "I" TO SRCQ-NEW-STATUS
                    PERFORM Source_Maint_Status
                WHEN "R"
                WHEN "r"
                    MOVE "A" TO SRCQ-NEW-STATUS
                    PERFORM Source_Maint_Status
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        *>hanapin ang SRCQ-PICK-ID sa table - 0 ang SRCQ-FOUND-IDX kapag wala
        Find_Tran_Source.
            MOVE 0 TO SRCQ-FOUND-IDX
            PERFORM VARYING SRCQ-IDX FROM 1 BY 1
                    UNTIL SRCQ-IDX > SRCQ-COUNT
                IF SRCQ-ID(SRCQ-IDX) = SRCQ-PICK-ID
                    MOVE SRCQ-IDX TO SRCQ-FOUND-IDX
                END-IF
            END-PERFORM.

        *>bagong source, o palitan ang file/pangalan ng umiiral
        Source_Maint_Add.
            DISPLAY "SOURCE ID (UP TO 4 CHARACTERS): " WITH NO ADVANCING
            ACCEPT SRCQ-PICK-ID
            INSPECT SRCQ-PICK-ID CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            IF SRCQ-PICK-ID = SPACES
                DISPLAY "BLANK ID - NOTHING CHANGED."
            ELSE
                PERFORM Find_Tran_Source
                IF SRCQ-FOUND-IDX = 0 AND SRCQ-COUNT NOT < 10
                    DISPLAY "SOURCE TABLE FULL (10) - CANNOT ADD."
                ELSE
                    PERFORM Source_Maint_Entry
                END-IF
            END-IF.

        *>ang mismong pagpasok ng file at pangalan - hindi pwedeng iisang file ang dalawang source,
        *>at hindi pwedeng ang scratch file ng suspense resubmit
        Source_Maint_Entry.
            DISPLAY "INBOUND FILE (blank=TRAN" SRCQ-PICK-ID
                ".DAT or keep): " WITH NO ADVANCING
            ACCEPT SRCQ-NEW-FILE
            IF SRCQ-NEW-FILE = SPACES
                IF SRCQ-FOUND-IDX > 0
                    MOVE SRCQ-FILE(SRCQ-FOUND-IDX) TO SRCQ-NEW-FILE
                ELSE
                    STRING "TRAN" DELIMITED BY SIZE
                           SRCQ-PICK-ID DELIMITED BY SPACE
                           ".DAT" DELIMITED BY SIZE
                        INTO SRCQ-NEW-FILE
                    END-STRING
                END-IF
            END-IF
            DISPLAY "DESCRIPTION (blank=keep): " WITH NO ADVANCING
            ACCEPT SRCQ-NEW-NAME
            MOVE "N" TO SRCQ-DUP-SW
            IF SRCQ-NEW-FILE = "TRANWK.DAT"
                MOVE "Y" TO SRCQ-DUP-SW
            END-IF
            PERFORM VARYING SRCQ-IDX FROM 1 BY 1
                    UNTIL SRCQ-IDX > SRCQ-COUNT
                IF SRCQ-FILE(SRCQ-IDX) = SRCQ-NEW-FILE
                        AND SRCQ-IDX NOT = SRCQ-FOUND-IDX
                    MOVE "Y" TO SRCQ-DUP-SW
                END-IF
            END-PERFORM
            IF SRCQ-DUP-SW = "Y"
                DISPLAY "FILE " SRCQ-NEW-FILE " NOT AVAILABLE -"
                    " NOTHING CHANGED."
            ELSE
                IF SRCQ-FOUND-IDX = 0
                    ADD 1 TO SRCQ-COUNT
                    MOVE SRCQ-COUNT TO SRCQ-FOUND-IDX
                    MOVE SRCQ-PICK-ID TO SRCQ-ID(SRCQ-FOUND-IDX)
                    MOVE SPACES TO SRCQ-NAME(SRCQ-FOUND-IDX)
                    MOVE "A" TO SRCQ-STATUS(SRCQ-FOUND-IDX)
                    MOVE 0 TO SRCQ-LAST-DATE(SRCQ-FOUND-IDX)
                    MOVE 0 TO SRCQ-LAST-RC(SRCQ-FOUND-IDX)
                END-IF
                MOVE SRCQ-NEW-FILE TO SRCQ-FILE(SRCQ-FOUND-IDX)
                IF SRCQ-NEW-NAME NOT = SPACES
                    MOVE SRCQ-NEW-NAME TO SRCQ-NAME(SRCQ-FOUND-IDX)
                END-IF
                PERFORM Save_Tran_Sources
                DISPLAY "SOURCE " SRCQ-PICK-ID " SAVED (" SRCQ-NEW-FILE
                    ")."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "SOURCE MAINT SET " DELIMITED BY SIZE
                       SRCQ-PICK-ID DELIMITED BY SIZE
                       " FILE " DELIMITED BY SIZE
                       SRCQ-NEW-FILE DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>i-deactivate o ibalik ang isang source - hindi binubura para manatili ang huling posting nito
        Source_Maint_Status.
            DISPLAY "SOURCE ID: " WITH NO ADVANCING
            ACCEPT SRCQ-PICK-ID
            INSPECT SRCQ-PICK-ID CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            PERFORM Find_Tran_Source
            IF SRCQ-FOUND-IDX = 0
                DISPLAY "SOURCE " SRCQ-PICK-ID " NOT ON FILE."
            ELSE
                MOVE SRCQ-NEW-STATUS TO SRCQ-STATUS(SRCQ-FOUND-IDX)
                PERFORM Save_Tran_Sources
                MOVE SPACES TO AUDIT-MESSAGE
                IF SRCQ-NEW-STATUS = "I"
                    DISPLAY "SOURCE " SRCQ-PICK-ID " DEACTIVATED."
                    STRING "SOURCE MAINT DEACTIVATE " DELIMITED BY SIZE
                           SRCQ-PICK-ID DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                ELSE
                    DISPLAY "SOURCE " SRCQ-PICK-ID " REACTIVATED."
                    STRING "SOURCE MAINT REACTIVATE " DELIMITED BY SIZE
                           SRCQ-PICK-ID DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                END-IF
                PERFORM Write_Audit_Line
            END-IF.

        *>basahin ang TRANSRC.DAT sa SRCQ-TABLE; kapag wala pang record, ang dating iisang
        *>TRANIN.DAT ang nag-iisang source (MAIN), at ang huling BATCH ng business date ang huling
        *>posting nito para hindi maulit ang batch na naipasok bago nagkaroon ng listahan
        Load_Tran_Sources.
            MOVE 0 TO SRCQ-COUNT
            MOVE "N" TO SRCQ-OVER-SW
            OPEN INPUT TRANSRCFILE
            IF TRANSRC-FILE-STATUS = "00"
                PERFORM UNTIL TRANSRC-FILE-STATUS NOT = "00"
                    READ TRANSRCFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TRANSRC-ID NOT = SPACES
                                IF SRCQ-COUNT < 10
                                    PERFORM Load_Tran_Source_Entry
                                ELSE
                                    *>may record na hindi kumasya - bawal na ang rewrite
                                    MOVE "Y" TO SRCQ-OVER-SW
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TRANSRCFILE
            IF SRCQ-COUNT = 0
                MOVE 1 TO SRCQ-COUNT
                MOVE "MAIN" TO SRCQ-ID(1)
                MOVE "TRANIN.DAT" TO SRCQ-FILE(1)
                MOVE "MAIN OFFICE" TO SRCQ-NAME(1)
                MOVE "A" TO SRCQ-STATUS(1)
                MOVE BD-BATCH-DONE-SAVE TO SRCQ-LAST-DATE(1)
                MOVE 0 TO SRCQ-LAST-RC(1)
            END-IF.

        *>ilipat ang isang source record sa table; ang sirang numeric field ay ginagawang zero
        Load_Tran_Source_Entry.
            ADD 1 TO SRCQ-COUNT
            MOVE TRANSRC-ID TO SRCQ-ID(SRCQ-COUNT)
            MOVE TRANSRC-FILE TO SRCQ-FILE(SRCQ-COUNT)
            MOVE TRANSRC-NAME TO SRCQ-NAME(SRCQ-COUNT)
            IF TRANSRC-STATUS = "I"
                MOVE "I" TO SRCQ-STATUS(SRCQ-COUNT)
            ELSE
                MOVE "A" TO SRCQ-STATUS(SRCQ-COUNT)
            END-IF
            IF TRANSRC-LAST-DATE IS NUMERIC
                MOVE TRANSRC-LAST-DATE TO SRCQ-LAST-DATE(SRCQ-COUNT)
            ELSE
                MOVE 0 TO SRCQ-LAST-DATE(SRCQ-COUNT)
            END-IF
            IF TRANSRC-LAST-RC IS NUMERIC
                MOVE TRANSRC-LAST-RC TO SRCQ-LAST-RC(SRCQ-COUNT)
            ELSE
                MOVE 0 TO SRCQ-LAST-RC(SRCQ-COUNT)
            END-IF.

        *>buong rewrite ng TRANSRC.DAT mula sa SRCQ-TABLE
        Save_Tran_Sources.
            IF SRCQ-OVER-SW NOT = "Y"
                OPEN OUTPUT TRANSRCFILE
                PERFORM VARYING SRCQ-FOUND-IDX FROM 1 BY 1
                        UNTIL SRCQ-FOUND-IDX > SRCQ-COUNT
                    MOVE SPACES TO TRANSRC-RECORD
                    MOVE SRCQ-ID(SRCQ-FOUND-IDX) TO TRANSRC-ID
                    MOVE SRCQ-FILE(SRCQ-FOUND-IDX) TO TRANSRC-FILE
                    MOVE SRCQ-NAME(SRCQ-FOUND-IDX) TO TRANSRC-NAME
                    MOVE SRCQ-STATUS(SRCQ-FOUND-IDX) TO TRANSRC-STATUS
                    MOVE SRCQ-LAST-DATE(SRCQ-FOUND-IDX)
                        TO TRANSRC-LAST-DATE
                    MOVE SRCQ-LAST-RC(SRCQ-FOUND-IDX) TO TRANSRC-LAST-RC
                    WRITE TRANSRC-RECORD
                END-PERFORM
                CLOSE TRANSRCFILE
            END-IF.

        *>supervisor screen ng exception work queue - lahat ng exception ng ibang mga proseso
        *>ay iisang listahan, may naka-assign na operator at resolution note bago isara
        Exception_Queue.
            DISPLAY " "
            DISPLAY "===== EXCEPTION WORK QUEUE ====="
            DISPLAY "[L] LIST OPEN ITEMS BY AGE AND TYPE"
            DISPLAY "[A] ASSIGN AN ITEM TO AN OPERATOR"
            DISPLAY "[N] ADD A RESOLUTION NOTE"
            DISPLAY "[C] CLOSE AN ITEM"
            DISPLAY "[R] AGING REPORT (OPEN OVER " PARM-EXC-DAYS
                " DAYS)"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT EXCQ-ACTION
            EVALUATE EXCQ-ACTION
                WHEN "L"
                WHEN "l"
                    PERFORM Exc_List_Open
                WHEN "A"
                WHEN "a"
                WHEN "N"
                WHEN "n"
                WHEN "C"
                WHEN "c"
                    PERFORM Exc_Queue_Update
                WHEN "R"
                WHEN "r"
                    PERFORM Exc_Aging_Report
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>ang mga bukas na item, pinakamatanda muna (ayon sa pagkakadagdag sa file), at ang bilang
        *>bawat uri sa dulo - puwedeng isang uri lang ang ipakita
        Exc_List_Open.
            DISPLAY "TYPE (RA TR SU PE AK RB, BLANK=ALL): "
                WITH NO ADVANCING
            ACCEPT EXCQ-TYPE-IN
            INSPECT EXCQ-TYPE-IN CONVERTING
                "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            MOVE 0 TO EXCQ-OPEN-COUNT
            PERFORM Clear_Exc_Type_Counts
            DISPLAY " "
            DISPLAY "ID     TY OPENED   AGE  REF"
                "                        ASSIGNED TEXT"
            OPEN INPUT EXCFILE
            IF EXC-FILE-STATUS = "00"
                PERFORM UNTIL EXC-FILE-STATUS NOT = "00"
                    READ EXCFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF EXC-STATUS = "O" AND
                                    (EXCQ-TYPE-IN = SPACES OR
                                     EXC-TYPE = EXCQ-TYPE-IN)
                                PERFORM Exc_List_Line
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EXCFILE
            DISPLAY EXCQ-OPEN-COUNT " OPEN ITEM(S)."
            PERFORM VARYING EXC-TYPE-IDX FROM 1 BY 1
                    UNTIL EXC-TYPE-IDX > 6
                IF EXC-TYPE-CNT(EXC-TYPE-IDX) > 0
                    DISPLAY "  " EXC-TYPE-CODE(EXC-TYPE-IDX) " "
                        EXC-TYPE-NAME(EXC-TYPE-IDX) " : "
                        EXC-TYPE-CNT(EXC-TYPE-IDX)
                END-IF
            END-PERFORM.

        Exc_List_Line.
            PERFORM Exc_Item_Age
            ADD 1 TO EXCQ-OPEN-COUNT
            PERFORM Count_Exc_Type
            DISPLAY EXC-ID " " EXC-TYPE " " EXC-OPEN-DATE " "
                EXCQ-AGE " " EXC-REF " " EXC-ASSIGNED " " EXC-TEXT
            IF EXC-NOTE NOT = SPACES
                DISPLAY "       NOTE: " EXC-NOTE
            END-IF.

        *>edad sa araw ng item na nasa EXC-RECORD
        Exc_Item_Age.
            IF EXC-OPEN-DATE IS NUMERIC
                MOVE EXC-OPEN-DATE TO AGE-FROM-R
                PERFORM Compute_Age_Days
                MOVE AGE-DAYS TO EXCQ-AGE
            ELSE
                MOVE 0 TO EXCQ-AGE
            END-IF.

        Clear_Exc_Type_Counts.
            PERFORM VARYING EXC-TYPE-IDX FROM 1 BY 1
                    UNTIL EXC-TYPE-IDX > 6
                MOVE 0 TO EXC-TYPE-CNT(EXC-TYPE-IDX)
            END-PERFORM.

        Count_Exc_Type.
            PERFORM VARYING EXC-TYPE-IDX FROM 1 BY 1
                    UNTIL EXC-TYPE-IDX > 6
                IF EXC-TYPE-CODE(EXC-TYPE-IDX) = EXC-TYPE
                    ADD 1 TO EXC-TYPE-CNT(EXC-TYPE-IDX)
                END-IF
            END-PERFORM.

        *>assign, note, o close ng isang item - kinukuha muna ang sagot ng supervisor, saka
        *>binabago ang file habang hawak ang queue lock
        Exc_Queue_Update.
            DISPLAY "ITEM ID: " WITH NO ADVANCING
            ACCEPT EXCQ-PICK-ID
            MOVE SPACES TO EXCQ-OPER-IN
            MOVE SPACES TO EXCQ-NOTE-IN
            MOVE "Y" TO EXCQ-RESULT-SW
            EVALUATE EXCQ-ACTION
                WHEN "A"
                WHEN "a"
                    DISPLAY "ASSIGN TO OPERATOR ID: " WITH NO ADVANCING
                    ACCEPT EXCQ-OPER-IN
                    PERFORM Load_Oper_Table
                    MOVE 0 TO OPMT-FOUND-IDX
                    PERFORM VARYING OPMT-IDX FROM 1 BY 1
                            UNTIL OPMT-IDX > OPMT-COUNT
                        IF OPMT-ID(OPMT-IDX) = EXCQ-OPER-IN
                            MOVE OPMT-IDX TO OPMT-FOUND-IDX
                        END-IF
                    END-PERFORM
                    IF OPMT-FOUND-IDX = 0
                        DISPLAY "OPERATOR " EXCQ-OPER-IN " NOT ON FILE."
                        MOVE "N" TO EXCQ-RESULT-SW
                    ELSE
                        IF OPMT-STATUS(OPMT-FOUND-IDX) = "I"
                            DISPLAY "OPERATOR " EXCQ-OPER-IN
                                " IS INACTIVE."
                            MOVE "N" TO EXCQ-RESULT-SW
                        END-IF
                    END-IF
                WHEN "N"
                WHEN "n"
                    DISPLAY "RESOLUTION NOTE: " WITH NO ADVANCING
                    ACCEPT EXCQ-NOTE-IN
                    IF EXCQ-NOTE-IN = SPACES
                        DISPLAY "BLANK NOTE - NOTHING CHANGED."
                        MOVE "N" TO EXCQ-RESULT-SW
                    END-IF
                WHEN OTHER
                    DISPLAY "RESOLUTION NOTE (blank=keep): "
                        WITH NO ADVANCING
                    ACCEPT EXCQ-NOTE-IN
            END-EVALUATE
            IF EXCQ-RESULT-SW = "Y"
                PERFORM Exc_Rewrite_Item
                PERFORM Exc_Update_Result
            END-IF.

        *>kopyahin ang queue sa EXCQUEUE.WRK habang binabago ang napiling item, tapos ibalik -
        *>walang limit sa dami ng item, at kasama pa rin ang mga sarado (doon tinitingnan ang
        *>duplicate, kaya hindi na bubuksan ulit ang naisarang exception)
        Exc_Rewrite_Item.
            MOVE "N" TO EXCQ-RESULT-SW
            MOVE SPACES TO EXCQ-HIT-TYPE
            PERFORM Take_Exc_Mutex
            IF EXC-MUTEX-SW NOT = "Y"
                MOVE "B" TO EXCQ-RESULT-SW
            ELSE
                PERFORM Exc_Rewrite_Locked
            END-IF.

        *>hawak na ang queue lock - ang mismong kopya at pagbalik ng EXCQUEUE.DAT
        Exc_Rewrite_Locked.
            MOVE "EXCQUEUE.WRK" TO BKP-OUT-NAME
            OPEN OUTPUT BKPOUTFILE
            OPEN INPUT EXCFILE
            IF EXC-FILE-STATUS = "00"
                PERFORM UNTIL EXC-FILE-STATUS NOT = "00"
                    READ EXCFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF EXC-ID = EXCQ-PICK-ID
                                PERFORM Exc_Apply_Action
                            END-IF
                            WRITE BKPOUT-RECORD FROM EXC-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EXCFILE
            CLOSE BKPOUTFILE
            IF EXCQ-RESULT-SW = "Y"
                MOVE "EXCQUEUE.WRK" TO BKP-IN-NAME
                MOVE "EXCQUEUE.DAT" TO BKP-OUT-NAME
                PERFORM Copy_Backup_File
            END-IF
            PERFORM Release_Exc_Mutex.

        *>EXCQ-RESULT-SW: Y nagawa, X sarado na ang item, R walang note para maisara,
        *>B hindi nakuha ang queue lock
        Exc_Apply_Action.
            MOVE EXC-TYPE TO EXCQ-HIT-TYPE
            IF EXC-STATUS NOT = "O"
                MOVE "X" TO EXCQ-RESULT-SW
            ELSE
                EVALUATE EXCQ-ACTION
                    WHEN "A"
                    WHEN "a"
                        MOVE EXCQ-OPER-IN TO EXC-ASSIGNED
                        MOVE "Y" TO EXCQ-RESULT-SW
                    WHEN "N"
                    WHEN "n"
                        MOVE EXCQ-NOTE-IN TO EXC-NOTE
                        MOVE "Y" TO EXCQ-RESULT-SW
                    WHEN OTHER
                        IF EXCQ-NOTE-IN NOT = SPACES
                            MOVE EXCQ-NOTE-IN TO EXC-NOTE
                        END-IF
                        *>walang maisasarang item nang walang nakasulat na resolusyon
                        IF EXC-NOTE = SPACES
                            MOVE "R" TO EXCQ-RESULT-SW
                        ELSE
                            MOVE "C" TO EXC-STATUS
                            MOVE RUN-DATE TO EXC-CLOSE-DATE
                            MOVE OPERATOR-ID TO EXC-CLOSE-OPER
                            MOVE EXC-NOTE TO EXCQ-NOTE-IN
                            MOVE "Y" TO EXCQ-RESULT-SW
                        END-IF
                END-EVALUATE
            END-IF.

        *>sabihin sa supervisor ang kinalabasan, at itala sa audit ang nagawang pagbabago
        Exc_Update_Result.
            EVALUATE EXCQ-RESULT-SW
                WHEN "N"
                    DISPLAY "ITEM " EXCQ-PICK-ID " NOT ON FILE."
                WHEN "X"
                    DISPLAY "ITEM " EXCQ-PICK-ID " IS ALREADY CLOSED."
                WHEN "R"
                    DISPLAY "A RESOLUTION NOTE IS REQUIRED TO CLOSE"
                        " ITEM " EXCQ-PICK-ID "."
                WHEN "B"
                    DISPLAY "EXCEPTION QUEUE BUSY - TRY AGAIN"
                WHEN OTHER
                    MOVE SPACES TO AUDIT-MESSAGE
                    EVALUATE EXCQ-ACTION
                        WHEN "A"
                        WHEN "a"
                            DISPLAY "ITEM " EXCQ-PICK-ID
                                " ASSIGNED TO " EXCQ-OPER-IN "."
                            STRING "EXCEPTION ASSIGN " DELIMITED BY SIZE
                                   EXCQ-PICK-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCQ-HIT-TYPE DELIMITED BY SIZE
                                   " TO " DELIMITED BY SIZE
                                   EXCQ-OPER-IN DELIMITED BY SIZE
                                INTO AUDIT-MESSAGE
                            END-STRING
                        WHEN "N"
                        WHEN "n"
                            DISPLAY "NOTE SAVED ON ITEM " EXCQ-PICK-ID
                                "."
                            STRING "EXCEPTION NOTE " DELIMITED BY SIZE
                                   EXCQ-PICK-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCQ-HIT-TYPE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCQ-NOTE-IN DELIMITED BY SIZE
                                INTO AUDIT-MESSAGE
                            END-STRING
                        WHEN OTHER
                            DISPLAY "ITEM " EXCQ-PICK-ID " CLOSED."
                            STRING "EXCEPTION CLOSED " DELIMITED BY SIZE
                                   EXCQ-PICK-ID DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCQ-HIT-TYPE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXCQ-NOTE-IN DELIMITED BY SIZE
                                INTO AUDIT-MESSAGE
                            END-STRING
                    END-EVALUATE
                    PERFORM Write_Audit_Line
            END-EVALUATE.

        *>"EXCAGE" run - basahin muna ang suspense at ang purge queue para maitala ang mga
        *>bagong lumang batch at na-expire na request, saka ang aging report
        Run_Exc_Aging.
            PERFORM Load_Suspense_Table
            PERFORM Load_Approval_Queue
            PERFORM Exc_Aging_Report.

        *>lahat ng bukas na item na lampas na sa aging days ng LIMITS.DAT - RC 4 kapag mayroon
        Exc_Aging_Report.
            MOVE 0 TO EXCQ-OPEN-COUNT
            MOVE 0 TO EXCQ-AGED-COUNT
            PERFORM Clear_Exc_Type_Counts
            DISPLAY " "
            DISPLAY "===== EXCEPTION AGING " RUN-DATE " - OPEN OVER "
                PARM-EXC-DAYS " DAYS ====="
            MOVE "EXC AGING" TO RPT-TYPE-CUR
            PERFORM Open_Report_Generation
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "===== EXCEPTION AGING " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " - OPEN OVER " DELIMITED BY SIZE
                   PARM-EXC-DAYS DELIMITED BY SIZE
                   " DAYS - OPERATOR " DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            STRING "ID     TY OPENED   AGE  REF" DELIMITED BY SIZE
                   "                        ASSIGNED TEXT"
                       DELIMITED BY SIZE
                INTO REPORT-LINE
            END-STRING
            DISPLAY REPORT-LINE
            WRITE REPORT-RECORD FROM REPORT-LINE
            OPEN INPUT EXCFILE
            IF EXC-FILE-STATUS = "00"
                PERFORM UNTIL EXC-FILE-STATUS NOT = "00"
                    READ EXCFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF EXC-STATUS = "O"
                                PERFORM Exc_Aging_Line
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EXCFILE
            PERFORM VARYING EXC-TYPE-IDX FROM 1 BY 1
                    UNTIL EXC-TYPE-IDX > 6
                IF EXC-TYPE-CNT(EXC-TYPE-IDX) > 0
                    MOVE SPACES TO REPORT-LINE
                    MOVE 1 TO REPORT-PTR
                    STRING "  " DELIMITED BY SIZE
                           EXC-TYPE-CODE(EXC-TYPE-IDX) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           EXC-TYPE-NAME(EXC-TYPE-IDX) DELIMITED BY SIZE
                           " : " DELIMITED BY SIZE
                           EXC-TYPE-CNT(EXC-TYPE-IDX) DELIMITED BY SIZE
                        INTO REPORT-LINE WITH POINTER REPORT-PTR
                    END-STRING
                    DISPLAY REPORT-LINE
                    WRITE REPORT-RECORD FROM REPORT-LINE
                END-IF
            END-PERFORM
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "OPEN ITEMS " DELIMITED BY SIZE
                   EXCQ-OPEN-COUNT DELIMITED BY SIZE
                   "  OVER " DELIMITED BY SIZE
                   PARM-EXC-DAYS DELIMITED BY SIZE
                   " DAYS " DELIMITED BY SIZE
                   EXCQ-AGED-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            DISPLAY REPORT-LINE
            WRITE REPORT-RECORD FROM REPORT-LINE
            PERFORM Close_Report_Generation
            IF EXCQ-AGED-COUNT > 0
                MOVE 4 TO EXC-RC
            ELSE
                MOVE 0 TO EXC-RC
            END-IF
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "EXCEPTION AGING OPEN " DELIMITED BY SIZE
                   EXCQ-OPEN-COUNT DELIMITED BY SIZE
                   " OVER " DELIMITED BY SIZE
                   PARM-EXC-DAYS DELIMITED BY SIZE
                   " DAYS " DELIMITED BY SIZE
                   EXCQ-AGED-COUNT DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        Exc_Aging_Line.
            ADD 1 TO EXCQ-OPEN-COUNT
            PERFORM Exc_Item_Age
            IF EXCQ-AGE > PARM-EXC-DAYS
                ADD 1 TO EXCQ-AGED-COUNT
                PERFORM Count_Exc_Type
                MOVE SPACES TO REPORT-LINE
                MOVE 1 TO REPORT-PTR
                STRING EXC-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-OPEN-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXCQ-AGE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-REF DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-ASSIGNED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-TEXT(1:40) DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
                DISPLAY REPORT-LINE
                WRITE REPORT-RECORD FROM REPORT-LINE
            END-IF.

        *>magbukas ng item para sa EXC-NEW-TYPE/REF/TEXT - kapag nasa queue na ang parehong uri at
        *>reference (bukas man o sarado), hindi na inuulit, kaya ligtas tawagin sa bawat takbo
        Add_Exception.
            MOVE "N" TO EXC-DUP-SW
            MOVE 0 TO EXC-MAX-ID
            MOVE 0 TO EXC-NEW-ID
            PERFORM Take_Exc_Mutex
            IF EXC-MUTEX-SW NOT = "Y"
                DISPLAY "EXCEPTION QUEUE BUSY - TRY AGAIN"
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "EXCEPTION NOT OPENED - QUEUE BUSY "
                           DELIMITED BY SIZE
                       EXC-NEW-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-NEW-REF DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Add_Exception_Item
            END-IF.

        *>hawak na ang queue lock - hanapin ang duplicate at ang huling ID, saka idagdag ang item
        Add_Exception_Item.
            OPEN INPUT EXCFILE
            IF EXC-FILE-STATUS = "00"
                PERFORM UNTIL EXC-FILE-STATUS NOT = "00"
                    READ EXCFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF EXC-ID IS NUMERIC AND EXC-ID > EXC-MAX-ID
                                MOVE EXC-ID TO EXC-MAX-ID
                            END-IF
                            IF EXC-TYPE = EXC-NEW-TYPE
                                    AND EXC-REF = EXC-NEW-REF
                                MOVE "Y" TO EXC-DUP-SW
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EXCFILE
            IF EXC-DUP-SW = "N"
                COMPUTE EXC-NEW-ID = EXC-MAX-ID + 1
                MOVE SPACES TO EXC-RECORD
                MOVE EXC-NEW-ID TO EXC-ID
                MOVE EXC-NEW-TYPE TO EXC-TYPE
                MOVE "O" TO EXC-STATUS
                MOVE RUN-DATE TO EXC-OPEN-DATE
                MOVE EXC-NEW-REF TO EXC-REF
                MOVE 0 TO EXC-CLOSE-DATE
                MOVE EXC-NEW-TEXT TO EXC-TEXT
                OPEN EXTEND EXCFILE
                IF EXC-FILE-STATUS = "35"
                    OPEN OUTPUT EXCFILE
                END-IF
                WRITE EXC-RECORD
                CLOSE EXCFILE
            END-IF
            *>ang audit line ay may sariling mutex - isulat pagkabitaw ng queue lock
            PERFORM Release_Exc_Mutex
            IF EXC-NEW-ID > 0
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "EXCEPTION OPENED " DELIMITED BY SIZE
                       EXC-NEW-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-NEW-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       EXC-NEW-REF DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>ratio alert ng kasalukuyang set - ang SEQ nito ang reference, para isang item lang
        *>kahit ilang beses i-compute ulit ang parehong set
        Raise_Ratio_Exception.
            MOVE "RA" TO EXC-NEW-TYPE
            MOVE SPACES TO EXC-NEW-REF
            IF CUR-SET-SEQ > 0
                STRING "SEQ " DELIMITED BY SIZE
                       CUR-SET-SEQ DELIMITED BY SIZE
                    INTO EXC-NEW-REF
                END-STRING
            ELSE
                STRING "UNS" DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                    INTO EXC-NEW-REF
                END-STRING
            END-IF
            MOVE SPACES TO EXC-NEW-TEXT
            STRING "RATIO " DELIMITED BY SIZE
                   RATIO-DISPLAY DELIMITED BY SIZE
                   " EXCEEDS CEILING " DELIMITED BY SIZE
                   PARM-RATIO-DISP DELIMITED BY SIZE
                INTO EXC-NEW-TEXT
            END-STRING
            PERFORM Add_Exception.

        *>set na na-flag ng trend report
        Raise_Trend_Exception.
            MOVE "TR" TO EXC-NEW-TYPE
            MOVE SPACES TO EXC-NEW-REF
            STRING "SEQ " DELIMITED BY SIZE
                   SUMM-SEQ DELIMITED BY SIZE
                INTO EXC-NEW-REF
            END-STRING
            MOVE SPACES TO EXC-NEW-TEXT
            STRING "RATIO " DELIMITED BY SIZE
                   RATIO-DISPLAY DELIMITED BY SIZE
                   " VS AVG " DELIMITED BY SIZE
                   TREND-AVG-DISPLAY DELIMITED BY SIZE
                   " SET DATE " DELIMITED BY SIZE
                   SUMM-DATE DELIMITED BY SIZE
                INTO EXC-NEW-TEXT
            END-STRING
            PERFORM Add_Exception.

        *>batch na lampas na sa suspense aging days - ang REF ng marker; para sa mga batch na nauna
        *>pa sa mga source, ang petsa ng marker at ang laman ng header ng batch (source, bilang ng
        *>set, petsa ng batch) - hindi ang line number, na gumagalaw kapag may na-resubmit
        Raise_Suspense_Exception.
            MOVE "SU" TO EXC-NEW-TYPE
            MOVE SPACES TO EXC-NEW-REF
            IF SUSQ-REF(SUSQ-COUNT) NOT = SPACES
                MOVE SUSQ-REF(SUSQ-COUNT) TO EXC-NEW-REF
            ELSE
                MOVE SPACES TO SUSQ-REF-HDR
                IF SUSQ-START(SUSQ-COUNT) NOT > SUSQ-LINE-COUNT
                    MOVE SUSQ-LINES(SUSQ-START(SUSQ-COUNT))
                        TO SUSQ-REF-HDR
                END-IF
                STRING "S" DELIMITED BY SIZE
                       SUSQ-DATE(SUSQ-COUNT) DELIMITED BY SIZE
                       SUSQ-REF-HDR(12:4) DELIMITED BY SIZE
                       SUSQ-REF-HDR(10:2) DELIMITED BY SIZE
                       SUSQ-REF-HDR(2:8) DELIMITED BY SIZE
                    INTO EXC-NEW-REF
                END-STRING
            END-IF
            MOVE SPACES TO EXC-NEW-TEXT
            STRING "SUSPENDED " DELIMITED BY SIZE
                   SUSQ-DATE(SUSQ-COUNT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUSQ-REASON(SUSQ-COUNT) DELIMITED BY SIZE
                INTO EXC-NEW-TEXT
            END-STRING
            PERFORM Add_Exception.

        *>purge request na nag-expire nang walang desisyon ng pangalawang supervisor - ang reference
        *>ay petsa, action, cutoff at buong requester, para magkaiba ang bawat request
        Raise_Purge_Exception.
            MOVE "PE" TO EXC-NEW-TYPE
            MOVE SPACES TO EXC-NEW-REF
            STRING PAPP-REQ-DATE DELIMITED BY SIZE
                   PAPP-REQ-ACTION DELIMITED BY SIZE
                   PAPP-CUTOFF DELIMITED BY SIZE
                   PAPP-REQUESTER DELIMITED BY SIZE
                INTO EXC-NEW-REF
            END-STRING
            MOVE SPACES TO EXC-NEW-TEXT
            STRING "PURGE EXPIRED ACTION " DELIMITED BY SIZE
                   PAPP-REQ-ACTION DELIMITED BY SIZE
                   " CUTOFF " DELIMITED BY SIZE
                   PAPP-CUTOFF DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   PAPP-REQUESTER DELIMITED BY SIZE
                INTO EXC-NEW-TEXT
            END-STRING
            PERFORM Add_Exception.

        *>parehong pattern ng audit mutex - maikling lock sa EXCQUEUE.LCK, pero may hangganan ang
        *>paghihintay; kapag hindi nakuha (EXC-MUTEX-SW "N"), hindi gagalawin ng tumawag ang queue
        Take_Exc_Mutex.
            MOVE "N" TO EXC-MUTEX-SW
            MOVE 0 TO EXC-MUTEX-TRIES
            PERFORM UNTIL EXC-MUTEX-SW = "Y" OR EXC-MUTEX-TRIES > 2000
                ADD 1 TO EXC-MUTEX-TRIES
                OPEN EXTEND EXCLOCKFILE WITH LOCK
                IF EXCLOCK-FILE-STATUS = "00"
                        OR EXCLOCK-FILE-STATUS = "05"
                    MOVE "Y" TO EXC-MUTEX-SW
                END-IF
            END-PERFORM.

        Release_Exc_Mutex.
            IF EXC-MUTEX-SW = "Y"
                CLOSE EXCLOCKFILE
                MOVE "N" TO EXC-MUTEX-SW
            END-IF.

        *>sa startup - kapag wala pang header ang NUMSUMM.DAT, buuin ito habang hawak ang update lock
        Check_Summary_File.
            PERFORM Read_Summary_Header
            IF SUMM-HDR-SW NOT = "Y"
                PERFORM Take_Update_Lock
                IF LOCK-HELD-SW = "Y"
                    DISPLAY "HISTORY SUMMARY NOT BUILT - RESTART WHEN"
                        " FREE."
                ELSE
                    PERFORM Rebuild_Summary
                    PERFORM Release_Update_Lock
                END-IF
            END-IF.

        *>basahin ang header (seq 0000) para sa grand totals - SUMM-HDR-SW = "N" kapag wala pa
        Read_Summary_Header.
            MOVE "N" TO SUMM-HDR-SW
            MOVE 0 TO SUMM-TOT-SETS
            MOVE 0 TO SUMM-TOT-RATIO
            MOVE 0 TO SUMM-TOT-ELEM
            MOVE 0 TO SUMM-TOT-CUR-SETS
            MOVE 0 TO SUMM-TOT-CUR-RATIO
            MOVE 0 TO SUMM-TOT-CUR-ELEM
            OPEN INPUT SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                MOVE 0 TO SUMM-SEQ
                READ SUMMFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO SUMM-HDR-SW
                        PERFORM Summary_Load_Totals
                END-READ
            END-IF
            CLOSE SUMMFILE.

        *>supervisor - buuin muli ang NUMSUMM.DAT mula sa NUMDATA.DAT at NUMARCH.DAT
        Rebuild_Summary_Request.
            IF OPER-LEVEL-SAVE < 2
                PERFORM Deny_Supervisor_Function
            ELSE
                PERFORM Take_Update_Lock
                IF LOCK-HELD-SW = "Y"
                    DISPLAY "SUMMARY NOT REBUILT - TRY AGAIN WHEN FREE."
                ELSE
                    PERFORM Rebuild_Summary
                    PERFORM Release_Update_Lock
                END-IF
            END-IF.

        *>buuin mula sa simula - NUMDATA.DAT muna (N), tapos NUMARCH.DAT (A) para sa mga seq
        *>na wala na sa live file; kapag nasa pareho, ang live record ang nananaig.
        *>hawak na dapat ng tumawag ang update lock
        Rebuild_Summary.
            MOVE 0 TO SUMM-REBUILT-COUNT
            OPEN OUTPUT SUMMFILE
            CLOSE SUMMFILE
            OPEN I-O SUMMFILE
            OPEN INPUT NUMFILE
            IF NUM-FILE-STATUS = "00"
                PERFORM UNTIL NUM-FILE-STATUS = "10"
                    READ NUMFILE NEXT
                        AT END
                            MOVE "10" TO NUM-FILE-STATUS
                        NOT AT END
                            IF NUM-FILE-SEQ IS NUMERIC
                                    AND NUM-FILE-SEQ > 0
                                PERFORM Summary_From_Num_Record
                                WRITE SUMM-RECORD
                                    INVALID KEY
                                        CONTINUE
                                    NOT INVALID KEY
                                        ADD 1 TO SUMM-REBUILT-COUNT
                                END-WRITE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE NUMFILE
            OPEN INPUT ARCHFILE
            IF ARCH-FILE-STATUS = "00"
                PERFORM UNTIL ARCH-FILE-STATUS NOT = "00"
                    READ ARCHFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ARCH-SEQ IS NUMERIC AND ARCH-SEQ > 0
                                MOVE ARCH-RECORD TO NUM-FILE-RECORD
                                PERFORM Summary_From_Num_Record
                                MOVE "A" TO SUMM-STATUS
                                WRITE SUMM-RECORD
                                    INVALID KEY
                                        CONTINUE
                                    NOT INVALID KEY
                                        ADD 1 TO SUMM-REBUILT-COUNT
                                END-WRITE
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ARCHFILE
            CLOSE SUMMFILE
            PERFORM Summary_Rerun_Totals
            DISPLAY "HISTORY SUMMARY REBUILT - " SUMM-REBUILT-COUNT
                " SET(S)."
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "HISTORY SUMMARY REBUILT SETS " DELIMITED BY SIZE
                   SUMM-REBUILT-COUNT DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>gawing summary record ang nasa NUM-FILE-RECORD (pati ang lumang 1 digit na layout)
        Summary_From_Num_Record.
            MOVE NUM-FILE-SEQ TO SUMM-SEQ
            IF NUM-FILE-DATE IS NUMERIC
                MOVE NUM-FILE-DATE TO SUMM-DATE
            ELSE
                MOVE 0 TO SUMM-DATE
            END-IF
            MOVE "N" TO SUMM-STATUS
            IF NUM-FILE-RECORD(18:1) = SPACE
                PERFORM VARYING SUMM-DIGIT-IDX FROM 1 BY 1
                        UNTIL SUMM-DIGIT-IDX > 5
                    MOVE NUM-FILE-RECORD(12 + SUMM-DIGIT-IDX:1)
                        TO SUMM-DIGIT(SUMM-DIGIT-IDX)
                END-PERFORM
            ELSE
                PERFORM VARYING SUMM-DIGIT-IDX FROM 1 BY 1
                        UNTIL SUMM-DIGIT-IDX > 5
                    MOVE NUM-FILE-DIGIT(SUMM-DIGIT-IDX)
                        TO SUMM-DIGIT(SUMM-DIGIT-IDX)
                END-PERFORM
            END-IF
            PERFORM Summary_Compute_Set.

        *>isang beses lang kinukuwenta ang ratio at statistics ng set - hiniram ang NUM array
        *>gaya ng trend report noon, kaya itinatabi at ibinabalik ang kasalukuyang set
        Summary_Compute_Set.
            PERFORM Hold_Current_Set
            PERFORM VARYING SUMM-DIGIT-IDX FROM 1 BY 1
                    UNTIL SUMM-DIGIT-IDX > 5
                MOVE SUMM-DIGIT(SUMM-DIGIT-IDX) TO NUM(SUMM-DIGIT-IDX)
            END-PERFORM
            MOVE 0 TO OP(1)
            MOVE 0 TO OP(2)
            PERFORM Compute_Greatest_Ratio
            MOVE OP(1) TO SUMM-OP1
            MOVE OP(2) TO SUMM-OP2
            MOVE GreatestRatio TO SUMM-RATIO
            PERFORM Compute_Statistics
            MOVE STAT-SUM TO SUMM-STAT-SUM
            MOVE STAT-MEAN TO SUMM-STAT-MEAN
            MOVE STAT-MEDIAN TO SUMM-STAT-MEDIAN
            MOVE STAT-MIN TO SUMM-STAT-MIN
            MOVE STAT-MAX TO SUMM-STAT-MAX
            MOVE STAT-SPREAD TO SUMM-STAT-SPREAD
            PERFORM Restore_Current_Set.

        *>idagdag ang set sa totals at isulat ang running totals sa mismong record
        Summary_Accumulate.
            ADD 1 TO SUMM-TOT-SETS
            ADD SUMM-RATIO TO SUMM-TOT-RATIO
            ADD SUMM-STAT-SUM TO SUMM-TOT-ELEM
            IF SUMM-STATUS = "N"
                ADD 1 TO SUMM-TOT-CUR-SETS
                ADD SUMM-RATIO TO SUMM-TOT-CUR-RATIO
                ADD SUMM-STAT-SUM TO SUMM-TOT-CUR-ELEM
            END-IF
            PERFORM Summary_Store_Totals.

        *>ilipat ang totals (at ang average ratio) sa running fields ng SUMM-RECORD
        Summary_Store_Totals.
            MOVE SUMM-TOT-SETS TO SUMM-RUN-SETS
            MOVE SUMM-TOT-RATIO TO SUMM-RUN-RATIO-SUM
            MOVE SUMM-TOT-ELEM TO SUMM-RUN-ELEM-SUM
            MOVE 0 TO SUMM-RUN-AVG
            IF SUMM-TOT-SETS > 0
                COMPUTE SUMM-RUN-AVG = SUMM-TOT-RATIO / SUMM-TOT-SETS
            END-IF
            MOVE SUMM-TOT-CUR-SETS TO SUMM-CUR-SETS
            MOVE SUMM-TOT-CUR-RATIO TO SUMM-CUR-RATIO-SUM
            MOVE SUMM-TOT-CUR-ELEM TO SUMM-CUR-ELEM-SUM
            MOVE 0 TO SUMM-CUR-AVG
            IF SUMM-TOT-CUR-SETS > 0
                COMPUTE SUMM-CUR-AVG =
                    SUMM-TOT-CUR-RATIO / SUMM-TOT-CUR-SETS
            END-IF.

        *>kabaligtaran - ang running fields ng nabasang record papunta sa totals
        Summary_Load_Totals.
            MOVE SUMM-RUN-SETS TO SUMM-TOT-SETS
            MOVE SUMM-RUN-RATIO-SUM TO SUMM-TOT-RATIO
            MOVE SUMM-RUN-ELEM-SUM TO SUMM-TOT-ELEM
            MOVE SUMM-CUR-SETS TO SUMM-TOT-CUR-SETS
            MOVE SUMM-CUR-RATIO-SUM TO SUMM-TOT-CUR-RATIO
            MOVE SUMM-CUR-ELEM-SUM TO SUMM-TOT-CUR-ELEM.

        *>header record (seq 0000) - walang set values, grand totals lang
        Summary_Header_Record.
            MOVE 0 TO SUMM-SEQ
            MOVE RUN-DATE TO SUMM-DATE
            MOVE "H" TO SUMM-STATUS
            PERFORM VARYING SUMM-DIGIT-IDX FROM 1 BY 1
                    UNTIL SUMM-DIGIT-IDX > 5
                MOVE 0 TO SUMM-DIGIT(SUMM-DIGIT-IDX)
            END-PERFORM
            MOVE 0 TO SUMM-OP1
            MOVE 0 TO SUMM-OP2
            MOVE 0 TO SUMM-RATIO
            MOVE 0 TO SUMM-STAT-SUM
            MOVE 0 TO SUMM-STAT-MEAN
            MOVE 0 TO SUMM-STAT-MEDIAN
            MOVE 0 TO SUMM-STAT-MIN
            MOVE 0 TO SUMM-STAT-MAX
            MOVE 0 TO SUMM-STAT-SPREAD
            PERFORM Summary_Store_Totals.

        *>isa-isahin muli ang lahat ng set ayon sa seq para itama ang running totals at ang header -
        *>ginagamit pagkatapos ng correction, void, purge, archive o restore
        Summary_Rerun_Totals.
            MOVE 0 TO SUMM-TOT-SETS
            MOVE 0 TO SUMM-TOT-RATIO
            MOVE 0 TO SUMM-TOT-ELEM
            MOVE 0 TO SUMM-TOT-CUR-SETS
            MOVE 0 TO SUMM-TOT-CUR-RATIO
            MOVE 0 TO SUMM-TOT-CUR-ELEM
            OPEN I-O SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                MOVE 1 TO SUMM-SEQ
                START SUMMFILE KEY IS NOT LESS THAN SUMM-SEQ
                    INVALID KEY
                        MOVE "10" TO SUMM-FILE-STATUS
                END-START
                PERFORM UNTIL SUMM-FILE-STATUS = "10"
                    READ SUMMFILE NEXT
                        AT END
                            MOVE "10" TO SUMM-FILE-STATUS
                        NOT AT END
                            PERFORM Summary_Accumulate
                            REWRITE SUMM-RECORD
                    END-READ
                END-PERFORM
                PERFORM Summary_Header_Record
                WRITE SUMM-RECORD
                    INVALID KEY
                        REWRITE SUMM-RECORD
                END-WRITE
            END-IF
            CLOSE SUMMFILE.

        *>bagong saved set - laging pinakamataas ang seq, kaya sapat nang idugtong sa header totals;
        *>kapag wala ang header (hal. nabura ang file), buuin na lang ulit
        Summary_Add_Set.
            MOVE "N" TO SUMM-HDR-SW
            OPEN I-O SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                MOVE 0 TO SUMM-SEQ
                READ SUMMFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO SUMM-HDR-SW
                        PERFORM Summary_Load_Totals
                END-READ
                IF SUMM-HDR-SW = "Y"
                    PERFORM Summary_From_Num_Record
                    PERFORM Summary_Accumulate
                    WRITE SUMM-RECORD
                        INVALID KEY
                            MOVE "N" TO SUMM-HDR-SW
                    END-WRITE
                END-IF
                IF SUMM-HDR-SW = "Y"
                    PERFORM Summary_Header_Record
                    REWRITE SUMM-RECORD
                END-IF
            END-IF
            CLOSE SUMMFILE
            IF SUMM-HDR-SW = "N"
                PERFORM Rebuild_Summary
            END-IF.

        *>correction - palitan ang values at kuwentahin muli; void - alisin ang set
        Summary_Adjust_Set.
            OPEN I-O SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                MOVE ADJ-REQ-SEQ TO SUMM-SEQ
                READ SUMMFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF ADJ-REQ-TYPE = "C"
                            PERFORM VARYING SUMM-DIGIT-IDX FROM 1 BY 1
                                    UNTIL SUMM-DIGIT-IDX > 5
                                MOVE ADJ-REQ-DIGIT(SUMM-DIGIT-IDX)
                                    TO SUMM-DIGIT(SUMM-DIGIT-IDX)
                            END-PERFORM
                            PERFORM Summary_Compute_Set
                            REWRITE SUMM-RECORD
                        ELSE
                            DELETE SUMMFILE RECORD
                        END-IF
                END-READ
            END-IF
            CLOSE SUMMFILE
            PERFORM Summary_Rerun_Totals.

        *>pagkatapos ng purge/archive - ang mga set na mas luma sa cutoff ay nagiging A kapag
        *>na-archive, o tuluyang inaalis kapag purge lang
        Summary_Purge_Update.
            OPEN I-O SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                PERFORM UNTIL SUMM-FILE-STATUS = "10"
                    READ SUMMFILE NEXT
                        AT END
                            MOVE "10" TO SUMM-FILE-STATUS
                        NOT AT END
                            IF SUMM-STATUS = "N"
                                    AND SUMM-DATE < HIST-CUTOFF
                                IF HIST-ARCH-SW = "Y"
                                    MOVE "A" TO SUMM-STATUS
                                    REWRITE SUMM-RECORD
                                ELSE
                                    DELETE SUMMFILE RECORD
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SUMMFILE
            PERFORM Summary_Rerun_Totals.

        *>naibalik mula sa archive ang set na nasa NUM-FILE-RECORD - N na ulit ang status nito
        Summary_Restore_Set.
            PERFORM Summary_From_Num_Record
            OPEN I-O SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                WRITE SUMM-RECORD
                    INVALID KEY
                        REWRITE SUMM-RECORD
                END-WRITE
            END-IF
            CLOSE SUMMFILE
            PERFORM Summary_Rerun_Totals.

        *>basahin ang CALENDAR.DAT sa CALQ-TABLE at ang work week; Lunes-Biyernes at walang
        *>holiday kapag wala pang file
        Load_Calendar.
            MOVE 0 TO CALQ-COUNT
            MOVE "N" TO CALQ-OVER-SW
            MOVE "YYYYYNN" TO CAL-WEEK-PATTERN
            OPEN INPUT CALFILE
            IF CAL-FILE-STATUS = "00"
                PERFORM UNTIL CAL-FILE-STATUS NOT = "00"
                    READ CALFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM Load_Calendar_Entry
                    END-READ
                END-PERFORM
            END-IF
            CLOSE CALFILE.

        *>isang calendar record - ang K ay ang work week, ang H/W ay mga petsa; laktaw ang sira
        Load_Calendar_Entry.
            IF CAL-DATE IS NUMERIC
                IF CAL-DATE = 0 AND CAL-TYPE = "K"
                    MOVE CAL-DESC(1:7) TO CALQ-WEEK-IN
                    PERFORM Check_Week_Pattern
                    IF CALQ-WEEK-SW = "Y"
                        MOVE CALQ-WEEK-IN TO CAL-WEEK-PATTERN
                    END-IF
                ELSE
                    IF CAL-DATE > 0
                            AND (CAL-TYPE = "H" OR CAL-TYPE = "W")
                        IF CALQ-COUNT < 300
                            ADD 1 TO CALQ-COUNT
                            MOVE CAL-DATE TO CALQ-DATE(CALQ-COUNT)
                            MOVE CAL-TYPE TO CALQ-TYPE(CALQ-COUNT)
                            MOVE CAL-DESC TO CALQ-DESC(CALQ-COUNT)
                        ELSE
                            *>may petsang hindi kumasya - bawal na ang rewrite
                            MOVE "Y" TO CALQ-OVER-SW
                        END-IF
                    END-IF
                END-IF
            END-IF.

        *>buong rewrite ng CALENDAR.DAT - work week muna, tapos ang mga petsa ayon sa pagkakasunod
        Save_Calendar.
            IF CALQ-OVER-SW NOT = "Y"
                OPEN OUTPUT CALFILE
                MOVE SPACES TO CAL-RECORD
                MOVE 0 TO CAL-DATE
                MOVE "K" TO CAL-TYPE
                MOVE CAL-WEEK-PATTERN TO CAL-DESC
                WRITE CAL-RECORD
                PERFORM VARYING CALQ-IDX FROM 1 BY 1
                        UNTIL CALQ-IDX > CALQ-COUNT
                    MOVE SPACES TO CAL-RECORD
                    MOVE CALQ-DATE(CALQ-IDX) TO CAL-DATE
                    MOVE CALQ-TYPE(CALQ-IDX) TO CAL-TYPE
                    MOVE CALQ-DESC(CALQ-IDX) TO CAL-DESC
                    WRITE CAL-RECORD
                END-PERFORM
                CLOSE CALFILE
            END-IF.

        *>"Y" sa CALQ-WEEK-SW kapag pitong Y/N ang CALQ-WEEK-IN at may kahit isang araw na may pasok
        Check_Week_Pattern.
            MOVE "Y" TO CALQ-WEEK-SW
            PERFORM VARYING CALQ-DAY-IDX FROM 1 BY 1
                    UNTIL CALQ-DAY-IDX > 7
                IF CALQ-WEEK-IN(CALQ-DAY-IDX:1) NOT = "Y"
                        AND CALQ-WEEK-IN(CALQ-DAY-IDX:1) NOT = "N"
                    MOVE "N" TO CALQ-WEEK-SW
                END-IF
            END-PERFORM
            IF CALQ-WEEK-IN = "NNNNNNN"
                MOVE "N" TO CALQ-WEEK-SW
            END-IF.

        *>may pasok ba sa CAL-CHK-DATE? - ang araw ng linggo mula sa day number (Lunes = 1),
        *>tapos ang petsa mismo sa calendar ang nananaig (H = wala, W = mayroon)
        Is_Business_Day.
            MOVE CAL-CHK-DATE TO DAYNO-DATE-R
            PERFORM Compute_Day_Number
            COMPUTE CAL-WORK = DAYNO-RESULT + 1
            DIVIDE CAL-WORK BY 7 GIVING CAL-WORK-Q
                REMAINDER CAL-DOW
            ADD 1 TO CAL-DOW
            IF CAL-WEEK-PATTERN(CAL-DOW:1) = "Y"
                MOVE "Y" TO CAL-BUS-SW
            ELSE
                MOVE "N" TO CAL-BUS-SW
            END-IF
            PERFORM VARYING CALQ-IDX FROM 1 BY 1
                    UNTIL CALQ-IDX > CALQ-COUNT
                IF CALQ-DATE(CALQ-IDX) = CAL-CHK-DATE
                    IF CALQ-TYPE(CALQ-IDX) = "H"
                        MOVE "N" TO CAL-BUS-SW
                    ELSE
                        MOVE "Y" TO CAL-BUS-SW
                    END-IF
                END-IF
            END-PERFORM.

        *>BATCH/ACK sa petsang walang pasok - tanggihan (RC 16 sa tumawag) maliban kung
        *>pinayagan ng supervisor ang mismong petsang ito sa business date control
        Check_Business_Day_Run.
            MOVE "N" TO CAL-REFUSE-SW
            MOVE RUN-DATE TO CAL-CHK-DATE
            PERFORM Is_Business_Day
            IF CAL-BUS-SW NOT = "Y"
                MOVE SPACES TO AUDIT-MESSAGE
                IF BD-NONBUS-OK-SAVE = RUN-DATE
                    DISPLAY RUN-DATE " IS NOT A BUSINESS DAY - "
                        CAL-RUN-MODE " RUN AUTHORIZED BY SUPERVISOR."
                    STRING "NON-BUSINESS DATE OVERRIDE USED FOR "
                               DELIMITED BY SIZE
                           CAL-RUN-MODE DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           RUN-DATE DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                ELSE
                    MOVE "Y" TO CAL-REFUSE-SW
                    DISPLAY " "
                    DISPLAY RUN-DATE " IS NOT A BUSINESS DAY - "
                        CAL-RUN-MODE " RUN REFUSED."
                    STRING CAL-RUN-MODE DELIMITED BY SPACE
                           " RUN REFUSED - NON-BUSINESS DATE "
                               DELIMITED BY SIZE
                           RUN-DATE DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                END-IF
                PERFORM Write_Audit_Line
            END-IF.

        *>payagan ang BATCH/ACK sa kasalukuyang business date kahit weekend/holiday (hal. catch-up)
        Authorize_Non_Business_Run.
            MOVE BD-DATE-SAVE TO CAL-CHK-DATE
            PERFORM Is_Business_Day
            IF CAL-BUS-SW = "Y"
                DISPLAY BD-DATE-SAVE " IS A BUSINESS DAY - NO"
                    " AUTHORIZATION NEEDED."
            ELSE
                MOVE BD-DATE-SAVE TO BD-NONBUS-OK-SAVE
                PERFORM Save_Business_Date
                DISPLAY "BATCH/ACK AUTHORIZED FOR NON-BUSINESS DATE "
                    BD-DATE-SAVE
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "NON-BUSINESS DATE RUN AUTHORIZED FOR "
                           DELIMITED BY SIZE
                       BD-DATE-SAVE DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>supervisor screen ng business calendar - work week, holidays at mga pasok na weekend
        Calendar_Maintenance.
            PERFORM Load_Calendar
            DISPLAY " "
            DISPLAY "===== BUSINESS CALENDAR MAINTENANCE ====="
            DISPLAY "WORK WEEK MON-SUN (Y=WORKING): " CAL-WEEK-PATTERN
            IF CALQ-COUNT = 0
                DISPLAY "NO HOLIDAYS OR WORKING WEEKENDS ON FILE."
            ELSE
                DISPLAY "DATE     T DESCRIPTION"
                PERFORM VARYING CALQ-IDX FROM 1 BY 1
                        UNTIL CALQ-IDX > CALQ-COUNT
                    DISPLAY CALQ-DATE(CALQ-IDX) " "
                        CALQ-TYPE(CALQ-IDX) " "
                        CALQ-DESC(CALQ-IDX)
                END-PERFORM
            END-IF
            IF CALQ-OVER-SW = "Y"
                DISPLAY "MORE THAN 300 CALENDAR DATES - MAINTENANCE"
                    " REFUSED TO AVOID TRUNCATING CALENDAR.DAT."
            ELSE
                PERFORM Calendar_Maint_Actions
            END-IF
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>ang action menu ng calendar - hiwalay para malinaw ang overflow guard sa itaas
        Calendar_Maint_Actions.
            DISPLAY "[H] ADD/CHANGE HOLIDAY (NO WORK)"
            DISPLAY "[W] ADD/CHANGE WORKING DAY ON A WEEKEND"
            DISPLAY "[D] DELETE A DATE"
            DISPLAY "[K] CHANGE WORK WEEK"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT CALQ-ACTION
            EVALUATE CALQ-ACTION
                WHEN "H"
                WHEN "h"
                    MOVE "H" TO CALQ-NEW-TYPE
                    PERFORM Calendar_Maint_Add
                WHEN "W"
                WHEN "w"
                    MOVE "W" TO CALQ-NEW-TYPE
                    PERFORM Calendar_Maint_Add
                WHEN "D"
                WHEN "d"
                    PERFORM Calendar_Maint_Delete
                WHEN "K"
                WHEN "k"
                    PERFORM Calendar_Maint_Week
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        *>itanong at suriin ang petsa - 0 ang CALQ-PICK-DATE kapag hindi tanggap
        Calendar_Ask_Date.
            DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING
            ACCEPT CALQ-EDIT-IN
            MOVE 0 TO CALQ-PICK-DATE
            IF CALQ-EDIT-IN IS NUMERIC
                MOVE CALQ-EDIT-IN TO CALQ-PICK-DATE
                IF CALQ-PICK-Y < 1900
                        OR CALQ-PICK-M < 1 OR CALQ-PICK-M > 12
                        OR CALQ-PICK-D < 1 OR CALQ-PICK-D > 31
                    MOVE 0 TO CALQ-PICK-DATE
                END-IF
            END-IF
            IF CALQ-PICK-DATE = 0
                DISPLAY "INVALID DATE - NOTHING CHANGED."
            END-IF.

        *>hanapin ang CALQ-PICK-DATE sa table - 0 ang CALQ-FOUND-IDX kapag wala
        Find_Calendar_Date.
            MOVE 0 TO CALQ-FOUND-IDX
            PERFORM VARYING CALQ-IDX FROM 1 BY 1
                    UNTIL CALQ-IDX > CALQ-COUNT
                IF CALQ-DATE(CALQ-IDX) = CALQ-PICK-DATE
                    MOVE CALQ-IDX TO CALQ-FOUND-IDX
                END-IF
            END-PERFORM.

        *>bagong holiday/working day, o palitan ang uri at paglalarawan ng umiiral na petsa
        Calendar_Maint_Add.
            PERFORM Calendar_Ask_Date
            IF CALQ-PICK-DATE > 0
                PERFORM Find_Calendar_Date
                IF CALQ-FOUND-IDX = 0 AND CALQ-COUNT NOT < 300
                    DISPLAY "CALENDAR TABLE FULL (300) - CANNOT ADD."
                ELSE
                    DISPLAY "DESCRIPTION: " WITH NO ADVANCING
                    ACCEPT CALQ-NEW-DESC
                    IF CALQ-FOUND-IDX = 0
                        PERFORM Calendar_Insert_Date
                    END-IF
                    MOVE CALQ-NEW-TYPE TO CALQ-TYPE(CALQ-FOUND-IDX)
                    MOVE CALQ-NEW-DESC TO CALQ-DESC(CALQ-FOUND-IDX)
                    PERFORM Save_Calendar
                    DISPLAY "CALENDAR " CALQ-PICK-DATE " SET TO "
                        CALQ-NEW-TYPE "."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "CALENDAR SET " DELIMITED BY SIZE
                           CALQ-PICK-DATE DELIMITED BY SIZE
                           " TYPE " DELIMITED BY SIZE
                           CALQ-NEW-TYPE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           CALQ-NEW-DESC DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-IF.

        *>isingit ang bagong petsa sa tamang puwesto para sunod-sunod ang listahan at ang file
        Calendar_Insert_Date.
            MOVE CALQ-COUNT TO CALQ-FOUND-IDX
            ADD 1 TO CALQ-FOUND-IDX
            PERFORM VARYING CALQ-IDX FROM CALQ-COUNT BY -1
                    UNTIL CALQ-IDX < 1
                IF CALQ-DATE(CALQ-IDX) > CALQ-PICK-DATE
                    MOVE CALQ-TABLE(CALQ-IDX)
                        TO CALQ-TABLE(CALQ-IDX + 1)
                    MOVE CALQ-IDX TO CALQ-FOUND-IDX
                END-IF
            END-PERFORM
            ADD 1 TO CALQ-COUNT
            MOVE CALQ-PICK-DATE TO CALQ-DATE(CALQ-FOUND-IDX).

        *>alisin ang isang petsa - babalik sa karaniwang work week ang araw na iyon
        Calendar_Maint_Delete.
            PERFORM Calendar_Ask_Date
            IF CALQ-PICK-DATE > 0
                PERFORM Find_Calendar_Date
                IF CALQ-FOUND-IDX = 0
                    DISPLAY "DATE " CALQ-PICK-DATE " NOT ON FILE."
                ELSE
                    PERFORM VARYING CALQ-IDX FROM CALQ-FOUND-IDX BY 1
                            UNTIL CALQ-IDX NOT < CALQ-COUNT
                        MOVE CALQ-TABLE(CALQ-IDX + 1)
                            TO CALQ-TABLE(CALQ-IDX)
                    END-PERFORM
                    SUBTRACT 1 FROM CALQ-COUNT
                    PERFORM Save_Calendar
                    DISPLAY "DATE " CALQ-PICK-DATE " REMOVED."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "CALENDAR DELETE " DELIMITED BY SIZE
                           CALQ-PICK-DATE DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-IF.

        *>palitan ang work week - pitong Y/N, Lunes hanggang Linggo
        Calendar_Maint_Week.
            DISPLAY "WORK WEEK MON-SUN, Y OR N EACH (E.G. YYYYYNN): "
                WITH NO ADVANCING
            ACCEPT CALQ-WEEK-IN
            INSPECT CALQ-WEEK-IN CONVERTING "yn" TO "YN"
            PERFORM Check_Week_Pattern
            IF CALQ-WEEK-SW NOT = "Y"
                DISPLAY "INVALID WORK WEEK - NOTHING CHANGED."
            ELSE
                MOVE CALQ-WEEK-IN TO CAL-WEEK-PATTERN
                PERFORM Save_Calendar
                DISPLAY "WORK WEEK NOW " CAL-WEEK-PATTERN
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "CALENDAR WORK WEEK SET TO " DELIMITED BY SIZE
                       CAL-WEEK-PATTERN DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>supervisor screen ng backup - kumuha ng bagong generation, ilista, o ibalik ang isa
        Backup_Restore.
            DISPLAY " "
            DISPLAY "===== BACKUP & RESTORE ====="
            DISPLAY "[B] TAKE A BACKUP GENERATION NOW"
            DISPLAY "[L] LIST BACKUP GENERATIONS"
            DISPLAY "[R] RESTORE A BACKUP GENERATION"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT BKP-ACTION
            EVALUATE BKP-ACTION
                WHEN "B"
                WHEN "b"
                    PERFORM Run_Backup
                WHEN "L"
                WHEN "l"
                    PERFORM List_Backup_Generations
                WHEN "R"
                WHEN "r"
                    PERFORM Restore_Backup
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>isang buong backup sa ilalim ng update lock, para magkakatugma ang lahat ng file -
        *>kapag may ibang may hawak, walang backup (RC 8 sa unattended run)
        Run_Backup.
            MOVE 0 TO BKP-RC
            PERFORM Take_Update_Lock
            IF LOCK-HELD-SW = "Y"
                MOVE 8 TO BKP-RC
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "BACKUP NOT TAKEN - DATA FILES IN USE"
                        DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Take_Backup_Generation
                PERFORM Release_Update_Lock
            END-IF.

        *>kopyahin ang bawat file sa listahan sa BKggggff.DAT, isulat ang manifest at catalog entry -
        *>hawak na dapat ng tumatawag ang update lock
        Take_Backup_Generation.
            PERFORM Next_Backup_Gen
            MOVE 0 TO BKP-TOTAL-RECS
            MOVE 0 TO BKP-FILE-COUNT
            MOVE 0 TO BKP-SNAP-SEQ
            ACCEPT BKP-SNAP-TIME FROM TIME
            MOVE SPACES TO BKP-MAN-NAME
            STRING "BK" DELIMITED BY SIZE
                   BKP-GEN-NUM DELIMITED BY SIZE
                   ".MAN" DELIMITED BY SIZE
                INTO BKP-MAN-NAME
            END-STRING
            OPEN OUTPUT BKPMANFILE
            PERFORM VARYING BKP-FILE-IDX FROM 1 BY 1
                    UNTIL BKP-FILE-IDX > BKP-FILE-MAX
                PERFORM Backup_One_File
            END-PERFORM
            PERFORM Release_Audit_Mutex
            CLOSE BKPMANFILE
            MOVE SPACES TO BKPCAT-RECORD
            MOVE BKP-GEN-NUM TO BKPCAT-GEN
            MOVE RUN-DATE TO BKPCAT-DATE
            MOVE BKP-SNAP-TIME TO BKPCAT-TIME
            MOVE OPERATOR-ID TO BKPCAT-OPER
            MOVE BKP-FILE-COUNT TO BKPCAT-FILES
            MOVE BKP-TOTAL-RECS TO BKPCAT-RECS
            MOVE BKP-SNAP-SEQ TO BKPCAT-AUDSEQ
            OPEN EXTEND BKPCATFILE
            IF BKPCAT-FILE-STATUS = "35"
                OPEN OUTPUT BKPCATFILE
            END-IF
            WRITE BKPCAT-RECORD
            CLOSE BKPCATFILE
            DISPLAY "BACKUP GENERATION " BKP-GEN-NUM " TAKEN - "
                BKP-FILE-COUNT " FILES, " BKP-TOTAL-RECS " RECORDS."
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "BACKUP GENERATION " DELIMITED BY SIZE
                   BKP-GEN-NUM DELIMITED BY SIZE
                   " TAKEN FILES " DELIMITED BY SIZE
                   BKP-FILE-COUNT DELIMITED BY SIZE
                   " RECORDS " DELIMITED BY SIZE
                   BKP-TOTAL-RECS DELIMITED BY SIZE
                   " AUDIT SEQ " DELIMITED BY SIZE
                   BKP-SNAP-SEQ DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>isang file ng listahan - ang NUMDATA.DAT ay indexed kaya binabasa nang sunod-sunod at
        *>isinusulat bilang text; sa audit files, kinukuha muna ang audit mutex at ang seq ngayon
        Backup_One_File.
            MOVE SPACES TO BKP-OUT-NAME
            STRING "BK" DELIMITED BY SIZE
                   BKP-GEN-NUM DELIMITED BY SIZE
                   BKP-FILE-IDX DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                INTO BKP-OUT-NAME
            END-STRING
            IF BKP-FILE-NAME(BKP-FILE-IDX) = "NUMDATA.DAT"
                PERFORM Backup_Num_File
            ELSE
                IF BKP-FILE-NAME(BKP-FILE-IDX) = "AUDITLOG.TXT"
                    PERFORM Take_Audit_Mutex
                    PERFORM Load_Audit_Control
                    MOVE AUDC-SEQ TO BKP-SNAP-SEQ
                END-IF
                MOVE BKP-FILE-NAME(BKP-FILE-IDX) TO BKP-IN-NAME
                PERFORM Copy_Backup_File
            END-IF
            MOVE SPACES TO BKPMAN-RECORD
            MOVE BKP-FILE-IDX TO BKPMAN-NUM
            MOVE BKP-FILE-NAME(BKP-FILE-IDX) TO BKPMAN-NAME
            MOVE BKP-REC-COUNT TO BKPMAN-COUNT
            MOVE BKP-PRESENT-SW TO BKPMAN-PRESENT
            WRITE BKPMAN-RECORD
            ADD 1 TO BKP-FILE-COUNT
            ADD BKP-REC-COUNT TO BKP-TOTAL-RECS.

        *>kopya ng BKP-IN-NAME papunta sa BKP-OUT-NAME, linya por linya, kasama ang bilang -
        *>walang file = walang laman na kopya (BKP-PRESENT-SW "N")
        Copy_Backup_File.
            MOVE 0 TO BKP-REC-COUNT
            MOVE "N" TO BKP-PRESENT-SW
            OPEN OUTPUT BKPOUTFILE
            OPEN INPUT BKPINFILE
            IF BKPIN-FILE-STATUS = "00"
                MOVE "Y" TO BKP-PRESENT-SW
                PERFORM UNTIL BKPIN-FILE-STATUS NOT = "00"
                    READ BKPINFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            WRITE BKPOUT-RECORD FROM BKPIN-RECORD
                            ADD 1 TO BKP-REC-COUNT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BKPINFILE
            CLOSE BKPOUTFILE.

        Backup_Num_File.
            MOVE 0 TO BKP-REC-COUNT
            MOVE "N" TO BKP-PRESENT-SW
            OPEN OUTPUT BKPOUTFILE
            OPEN INPUT NUMFILE
            IF NUM-FILE-STATUS = "00"
                MOVE "Y" TO BKP-PRESENT-SW
                PERFORM UNTIL NUM-FILE-STATUS NOT = "00"
                    READ NUMFILE NEXT
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE SPACES TO BKPOUT-RECORD
                            MOVE NUM-FILE-RECORD TO BKPOUT-RECORD
                            WRITE BKPOUT-RECORD
                            ADD 1 TO BKP-REC-COUNT
                    END-READ
                END-PERFORM
            END-IF
            CLOSE NUMFILE
            CLOSE BKPOUTFILE.

        *>buuin muli ang indexed na NUMDATA.DAT mula sa text copy ng generation
        Restore_Num_File.
            MOVE 0 TO BKP-REC-COUNT
            OPEN INPUT BKPINFILE
            IF BKPIN-FILE-STATUS = "00"
                OPEN OUTPUT NUMFILE
                PERFORM UNTIL BKPIN-FILE-STATUS NOT = "00"
                    READ BKPINFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE BKPIN-RECORD(1:27) TO NUM-FILE-RECORD
                            WRITE NUM-FILE-RECORD
                                INVALID KEY
                                    CONTINUE
                                NOT INVALID KEY
                                    ADD 1 TO BKP-REC-COUNT
                            END-WRITE
                    END-READ
                END-PERFORM
                CLOSE NUMFILE
            END-IF
            CLOSE BKPINFILE.

        *>hanapin sa catalog ang pinakamataas na generation - ang susunod ay plus one
        Next_Backup_Gen.
            MOVE 0 TO BKP-GEN-NUM
            OPEN INPUT BKPCATFILE
            IF BKPCAT-FILE-STATUS = "00"
                PERFORM UNTIL BKPCAT-FILE-STATUS NOT = "00"
                    READ BKPCATFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF BKPCAT-GEN IS NUMERIC
                                    AND BKPCAT-GEN > BKP-GEN-NUM
                                MOVE BKPCAT-GEN TO BKP-GEN-NUM
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BKPCATFILE
            ADD 1 TO BKP-GEN-NUM.

        List_Backup_Generations.
            DISPLAY "GEN  DATE     TIME     OPERATOR FILES   RECORDS"
                "  AUDIT SEQ"
            MOVE "N" TO BKP-FOUND-SW
            OPEN INPUT BKPCATFILE
            IF BKPCAT-FILE-STATUS = "00"
                PERFORM UNTIL BKPCAT-FILE-STATUS NOT = "00"
                    READ BKPCATFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            MOVE "Y" TO BKP-FOUND-SW
                            DISPLAY BKPCAT-GEN " " BKPCAT-DATE " "
                                BKPCAT-TIME " " BKPCAT-OPER " "
                                BKPCAT-FILES "  " BKPCAT-RECS " "
                                BKPCAT-AUDSEQ
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BKPCATFILE
            IF BKP-FOUND-SW = "N"
                DISPLAY "NO BACKUP GENERATIONS YET."
            END-IF.

        *>ibalik ang isang generation - kailangang kumpleto ang lahat ng kopya sa manifest bago
        *>galawin ang kahit isang file, at may kumpirmasyon dahil papatungan ang kasalukuyang datos
        Restore_Backup.
            DISPLAY "GENERATION TO RESTORE: " WITH NO ADVANCING
            ACCEPT BKP-PICK-GEN
            PERFORM Find_Backup_Gen
            IF BKP-FOUND-SW = "N"
                DISPLAY "NO SUCH BACKUP GENERATION."
            ELSE
                PERFORM Load_Backup_Manifest
                IF BKP-OK-SW = "N"
                    DISPLAY "BACKUP GENERATION INCOMPLETE"
                        " - NOT RESTORED."
                ELSE
                    DISPLAY "GENERATION " BKP-PICK-GEN " TAKEN "
                        BKP-PICK-DATE " " BKP-PICK-TIME
                        " AUDIT SEQ " BKP-PICK-SEQ
                    DISPLAY "RESTORE OVERWRITES THE CURRENT DATA FILES."
                    DISPLAY "CONFIRM RESTORE (Y/N): " WITH NO ADVANCING
                    ACCEPT BKP-CONFIRM
                    IF BKP-CONFIRM = "Y" OR BKP-CONFIRM = "y"
                        PERFORM Take_Update_Lock
                        IF LOCK-HELD-SW NOT = "Y"
                            PERFORM Apply_Backup_Restore
                            PERFORM Release_Update_Lock
                        END-IF
                    END-IF
                END-IF
            END-IF.

        Find_Backup_Gen.
            MOVE "N" TO BKP-FOUND-SW
            OPEN INPUT BKPCATFILE
            IF BKPCAT-FILE-STATUS = "00"
                PERFORM UNTIL BKPCAT-FILE-STATUS NOT = "00"
                    READ BKPCATFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF BKPCAT-GEN IS NUMERIC
                                    AND BKPCAT-GEN = BKP-PICK-GEN
                                MOVE "Y" TO BKP-FOUND-SW
                                MOVE BKPCAT-DATE TO BKP-PICK-DATE
                                MOVE BKPCAT-TIME TO BKP-PICK-TIME
                                MOVE BKPCAT-AUDSEQ TO BKP-PICK-SEQ
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BKPCATFILE.

        *>basahin ang manifest ng piniling generation at tiyaking naroon pa ang bawat kopya
        Load_Backup_Manifest.
            MOVE 0 TO BKPM-LOADED
            MOVE "Y" TO BKP-OK-SW
            MOVE SPACES TO BKP-MAN-NAME
            STRING "BK" DELIMITED BY SIZE
                   BKP-PICK-GEN DELIMITED BY SIZE
                   ".MAN" DELIMITED BY SIZE
                INTO BKP-MAN-NAME
            END-STRING
            OPEN INPUT BKPMANFILE
            IF BKPMAN-FILE-STATUS NOT = "00"
                MOVE "N" TO BKP-OK-SW
            ELSE
                PERFORM UNTIL BKPMAN-FILE-STATUS NOT = "00"
                    READ BKPMANFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF BKPM-LOADED < 30
                                    AND BKPMAN-NUM IS NUMERIC
                                    AND BKPMAN-COUNT IS NUMERIC
                                ADD 1 TO BKPM-LOADED
                                MOVE BKPMAN-NUM TO BKPM-NUM(BKPM-LOADED)
                                MOVE BKPMAN-NAME
                                    TO BKPM-NAME(BKPM-LOADED)
                                MOVE BKPMAN-COUNT
                                    TO BKPM-COUNT(BKPM-LOADED)
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE BKPMANFILE
            IF BKPM-LOADED = 0
                MOVE "N" TO BKP-OK-SW
            END-IF
            PERFORM VARYING BKPM-IDX FROM 1 BY 1
                    UNTIL BKPM-IDX > BKPM-LOADED
                PERFORM Set_Backup_Copy_Name
                OPEN INPUT BKPINFILE
                IF BKPIN-FILE-STATUS NOT = "00"
                    DISPLAY "MISSING BACKUP COPY " BKP-IN-NAME
                    MOVE "N" TO BKP-OK-SW
                END-IF
                CLOSE BKPINFILE
            END-PERFORM.

        Set_Backup_Copy_Name.
            MOVE SPACES TO BKP-IN-NAME
            STRING "BK" DELIMITED BY SIZE
                   BKP-PICK-GEN DELIMITED BY SIZE
                   BKPM-NUM(BKPM-IDX) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                INTO BKP-IN-NAME
            END-STRING.

        *>ang mismong restore - una, isang bagong generation ng kasalukuyang kalagayan (para
        *>maibalik kung mali ang napili), saka ang bawat file sa manifest, saka ang ulat ng mga
        *>galaw sa audit log pagkatapos ng snapshot na kailangang i-key ulit
        Apply_Backup_Restore.
            PERFORM Take_Backup_Generation
            MOVE 0 TO BKP-MISMATCH
            MOVE 0 TO BKP-FILE-COUNT
            PERFORM VARYING BKPM-IDX FROM 1 BY 1
                    UNTIL BKPM-IDX > BKPM-LOADED
                PERFORM Restore_One_File
            END-PERFORM
            PERFORM Report_After_Snapshot
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "BACKUP RESTORED GEN " DELIMITED BY SIZE
                   BKP-PICK-GEN DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   BKP-PICK-DATE DELIMITED BY SIZE
                   " FILES " DELIMITED BY SIZE
                   BKP-FILE-COUNT DELIMITED BY SIZE
                   " MISMATCH " DELIMITED BY SIZE
                   BKP-MISMATCH DELIMITED BY SIZE
                   " LINES SINCE " DELIMITED BY SIZE
                   BKP-AFTER-COUNT DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line
            DISPLAY "RESTORED " BKP-FILE-COUNT " FILES FROM GENERATION "
                BKP-PICK-GEN "."
            IF BKP-MISMATCH > 0
                DISPLAY "RECORD COUNT MISMATCH ON " BKP-MISMATCH
                    " FILE(S) - CHECK BEFORE CONTINUING."
            END-IF
            *>bumalik na rin ang business date at mga limits ng snapshot - basahin ulit
            MOVE 0 TO BD-BATCH-DONE-SAVE
            MOVE 0 TO BD-ACK-DONE-SAVE
            MOVE 0 TO BD-RECON-DONE-SAVE
            MOVE SPACES TO BD-RERUN-MODE-SAVE
            PERFORM Load_Business_Date
            PERFORM Load_Parm_File
            PERFORM Load_Calendar
            *>hindi kasama sa backup ang NUMSUMM.DAT - bubuuin ulit mula sa na-restore na files
            PERFORM Rebuild_Summary.

        *>isang file ng manifest - ang N sa listahan (audit trail, report catalog) ay hindi
        *>pinapatungan; ang bilang ng naibalik ay dapat tugma sa manifest
        Restore_One_File.
            MOVE "N" TO BKP-RST-SW
            PERFORM VARYING BKP-FILE-IDX FROM 1 BY 1
                    UNTIL BKP-FILE-IDX > BKP-FILE-MAX
                IF BKP-FILE-NAME(BKP-FILE-IDX) = BKPM-NAME(BKPM-IDX)
                    MOVE BKP-FILE-RST(BKP-FILE-IDX) TO BKP-RST-SW
                END-IF
            END-PERFORM
            IF BKP-RST-SW NOT = "Y"
                DISPLAY "KEPT CURRENT  " BKPM-NAME(BKPM-IDX)
            ELSE
                PERFORM Set_Backup_Copy_Name
                IF BKPM-NAME(BKPM-IDX) = "NUMDATA.DAT"
                    PERFORM Restore_Num_File
                ELSE
                    MOVE BKPM-NAME(BKPM-IDX) TO BKP-OUT-NAME
                    PERFORM Copy_Backup_File
                END-IF
                ADD 1 TO BKP-FILE-COUNT
                DISPLAY "RESTORED      " BKPM-NAME(BKPM-IDX) " "
                    BKP-REC-COUNT " RECORDS"
                IF BKP-REC-COUNT NOT = BKPM-COUNT(BKPM-IDX)
                    ADD 1 TO BKP-MISMATCH
                    DISPLAY "  COUNT MISMATCH - MANIFEST "
                        BKPM-COUNT(BKPM-IDX)
                END-IF
            END-IF.

        *>lahat ng audit line pagkatapos ng audit seq ng snapshot, sa screen at sa sariling report -
        *>ang listahang ito ang kailangang i-key ulit o suriin pagkatapos ng restore
        Report_After_Snapshot.
            MOVE 0 TO BKP-AFTER-COUNT
            DISPLAY " "
            DISPLAY "----- AUDIT ACTIVITY AFTER THE SNAPSHOT -----"
            MOVE "RESTORE" TO RPT-TYPE-CUR
            PERFORM Open_Report_Generation
            IF RPT-OPEN-SW = "Y"
                MOVE SPACES TO REPORT-LINE
                MOVE 1 TO REPORT-PTR
                STRING "===== ACTIVITY AFTER BACKUP GEN "
                           DELIMITED BY SIZE
                       BKP-PICK-GEN DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       BKP-PICK-DATE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       BKP-PICK-TIME DELIMITED BY SIZE
                       " AUDIT SEQ " DELIMITED BY SIZE
                       BKP-PICK-SEQ DELIMITED BY SIZE
                       ") =====" DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
                WRITE REPORT-RECORD FROM REPORT-LINE
            END-IF
            MOVE BKP-PICK-DATE TO AUD-SCAN-FROM
            MOVE 99999999 TO AUD-SCAN-TO
            MOVE "B" TO AUD-SCAN-MODE
            PERFORM Scan_Audit_Generations
            DISPLAY "AUDIT LINES AFTER SNAPSHOT: " BKP-AFTER-COUNT
            IF RPT-OPEN-SW = "Y"
                MOVE SPACES TO REPORT-LINE
                MOVE 1 TO REPORT-PTR
                STRING "AUDIT LINES AFTER SNAPSHOT: " DELIMITED BY SIZE
                       BKP-AFTER-COUNT DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
                WRITE REPORT-RECORD FROM REPORT-LINE
            END-IF
            PERFORM Close_Report_Generation.

        *>bago ba ang linyang ito sa snapshot - sa seq kung mayroon, sa petsa kung lumang linya
        Restore_After_Line.
            PERFORM Parse_Audit_Record
            MOVE "N" TO BKP-AFTER-SW
            IF AUD-LINE-SEQ IS NUMERIC
                IF AUD-LINE-SEQ > BKP-PICK-SEQ
                    MOVE "Y" TO BKP-AFTER-SW
                END-IF
            ELSE
                IF AUD-REC-DATE > BKP-PICK-DATE
                    MOVE "Y" TO BKP-AFTER-SW
                END-IF
            END-IF
            IF BKP-AFTER-SW = "Y"
                ADD 1 TO BKP-AFTER-COUNT
                DISPLAY AUD-LINE(1:75)
                IF RPT-OPEN-SW = "Y"
                    WRITE REPORT-RECORD FROM AUD-LINE-TEXT
                END-IF
            END-IF.

        *>supervisor screen ng business-date control - awtorisasyon ng rerun at back-dated na petsa
        *>para sa catch-up processing pagkatapos ng outage
        Business_Date_Control.
            DISPLAY " "
            DISPLAY "===== BUSINESS DATE CONTROL ====="
            DISPLAY "BUSINESS DATE : " BD-DATE-SAVE
            DISPLAY "BATCH DONE    : " BD-BATCH-DONE-SAVE
            DISPLAY "ACK DONE      : " BD-ACK-DONE-SAVE
            DISPLAY "RECON DONE    : " BD-RECON-DONE-SAVE
            DISPLAY "RERUN AUTH    : " BD-RERUN-MODE-SAVE
            MOVE BD-DATE-SAVE TO CAL-CHK-DATE
            PERFORM Is_Business_Day
            IF CAL-BUS-SW = "Y"
                DISPLAY "CALENDAR      : BUSINESS DAY"
            ELSE
                DISPLAY "CALENDAR      : NON-BUSINESS DAY"
            END-IF
            DISPLAY "NON-BUS AUTH  : " BD-NONBUS-OK-SAVE
            DISPLAY "[R] AUTHORIZE RERUN (BATCH/ACK/RECON)"
            DISPLAY "[N] AUTHORIZE BATCH/ACK ON NON-BUSINESS DATE"
            DISPLAY "[D] SET BUSINESS DATE"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT BD-ACTION
            EVALUATE BD-ACTION
                WHEN "R"
                WHEN "r"
                    DISPLAY "MODE TO AUTHORIZE: " WITH NO ADVANCING
                    ACCEPT BD-RERUN-IN
                    INSPECT BD-RERUN-IN CONVERTING
                        "abcehknort" TO "ABCEHKNORT"
                    IF BD-RERUN-IN = "BATCH" OR BD-RERUN-IN = "ACK"
                            OR BD-RERUN-IN = "RECON"
                        MOVE BD-RERUN-IN TO BD-RERUN-MODE-SAVE
                        PERFORM Save_Business_Date
                        DISPLAY "RERUN AUTHORIZED FOR " BD-RERUN-IN
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "RERUN AUTHORIZED FOR "
                                   DELIMITED BY SIZE
                               BD-RERUN-IN DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                    ELSE
                        DISPLAY "INVALID MODE."
                    END-IF
                WHEN "N"
                WHEN "n"
                    PERFORM Authorize_Non_Business_Run
                WHEN "D"
                WHEN "d"
                    DISPLAY "NEW BUSINESS DATE (YYYYMMDD): "
                        WITH NO ADVANCING
                    ACCEPT BD-EDIT-IN
                    IF BD-EDIT-IN IS NUMERIC
                        MOVE BD-EDIT-IN TO BD-DATE-SAVE
                        MOVE BD-DATE-SAVE TO RUN-DATE
                        PERFORM Save_Business_Date
                        DISPLAY "BUSINESS DATE NOW " BD-DATE-SAVE
                        MOVE BD-DATE-SAVE TO CAL-CHK-DATE
                        PERFORM Is_Business_Day
                        IF CAL-BUS-SW NOT = "Y"
                            DISPLAY "NOTE: " BD-DATE-SAVE " IS NOT A"
                                " BUSINESS DAY - BATCH/ACK NEED [N]."
                        END-IF
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "BUSINESS DATE SET TO "
                                   DELIMITED BY SIZE
                               BD-DATE-SAVE DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                    ELSE
                        DISPLAY "INVALID DATE."
                    END-IF
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>ilista ang report catalog, mag-reprint ng nakaraang generation, at (para sa supervisor)
        *>maglinis ng mga lumang generation ayon sa cutoff - parehong disiplina ng Purge_History
        Report_Catalog_Inquiry.
            PERFORM Load_Report_Catalog
            DISPLAY " "
            IF RPTC-COUNT = 0
                DISPLAY "NO REPORT GENERATIONS CATALOGED YET."
            ELSE
                DISPLAY "===== REPORT CATALOG ====="
                DISPLAY "GEN   DATE     OPERATOR TYPE         SEQ"
                PERFORM VARYING RPTC-IDX FROM 1 BY 1
                        UNTIL RPTC-IDX > RPTC-COUNT
                    DISPLAY RPTC-GEN(RPTC-IDX) " "
                        RPTC-DATE(RPTC-IDX) " "
                        RPTC-OPER(RPTC-IDX) " "
                        RPTC-TYPE(RPTC-IDX) " "
                        RPTC-SEQ(RPTC-IDX)
                END-PERFORM
                DISPLAY "[P] REPRINT A GENERATION"
                DISPLAY "[D] PURGE OLDER THAN CUTOFF (SUPERVISOR)"
                DISPLAY "[X] BACK TO MENU"
                DISPLAY "ACTION: " WITH NO ADVANCING
                ACCEPT RPTC-ACTION
                EVALUATE RPTC-ACTION
                    WHEN "P"
                    WHEN "p"
                        PERFORM Reprint_Report_Generation
                    WHEN "D"
                    WHEN "d"
                        IF OPER-LEVEL-SAVE < 2
                            PERFORM Deny_Supervisor_Function
                        ELSE
                            IF RPTC-OVER-SW = "Y"
                                *>nagre-rewrite ng catalog mula sa table - kapag may hindi
                                *>kumasya, mapuputol ang catalog, kaya tumanggi muna
                                DISPLAY "CATALOG OVER 200 ENTRIES -"
                                    " PURGE REFUSED TO AVOID"
                                    " TRUNCATING THE CATALOG."
                            ELSE
                                PERFORM Purge_Report_Generations
                            END-IF
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>basahin ang buong RPTCAT.DAT papunta sa RPTC-TABLE
        Load_Report_Catalog.
            MOVE 0 TO RPTC-COUNT
            MOVE "N" TO RPTC-OVER-SW
            OPEN INPUT RPTCATFILE
            IF RPTCAT-FILE-STATUS = "00"
                PERFORM UNTIL RPTCAT-FILE-STATUS NOT = "00"
                    READ RPTCATFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF RPTC-COUNT < 200
                                    AND RPTCAT-GEN IS NUMERIC
                                ADD 1 TO RPTC-COUNT
                                MOVE RPTCAT-GEN
                                    TO RPTC-GEN(RPTC-COUNT)
                                MOVE RPTCAT-DATE
                                    TO RPTC-DATE(RPTC-COUNT)
                                MOVE RPTCAT-OPER
                                    TO RPTC-OPER(RPTC-COUNT)
                                MOVE RPTCAT-TYPE
                                    TO RPTC-TYPE(RPTC-COUNT)
                                MOVE RPTCAT-SEQ
                                    TO RPTC-SEQ(RPTC-COUNT)
                            ELSE
                                IF RPTCAT-GEN IS NUMERIC
                                    *>may entry na hindi kumasya - bawal ang retention rewrite
                                    MOVE "Y" TO RPTC-OVER-SW
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE RPTCATFILE.

        *>ilabas ulit sa screen ang laman ng isang nakaraang generation file mula sa catalog entry
        Reprint_Report_Generation.
            DISPLAY "GEN NUMBER TO REPRINT: " WITH NO ADVANCING
            ACCEPT RPTC-PICK
            MOVE 0 TO RPTC-FOUND-IDX
            PERFORM VARYING RPTC-IDX FROM 1 BY 1
                    UNTIL RPTC-IDX > RPTC-COUNT
                IF RPTC-GEN(RPTC-IDX) = RPTC-PICK
                    MOVE RPTC-IDX TO RPTC-FOUND-IDX
                END-IF
            END-PERFORM
            IF RPTC-FOUND-IDX = 0
                DISPLAY "GEN " RPTC-PICK " NOT IN CATALOG."
            ELSE
                MOVE SPACES TO REPORT-GEN-NAME
                STRING "RPT" DELIMITED BY SIZE
                       RPTC-PICK DELIMITED BY SIZE
                       ".TXT" DELIMITED BY SIZE
                    INTO REPORT-GEN-NAME
                END-STRING
                OPEN INPUT REPORTFILE
                IF REPORT-FILE-STATUS NOT = "00"
                    DISPLAY "GENERATION FILE " REPORT-GEN-NAME
                        " MISSING."
                ELSE
                    DISPLAY " "
                    DISPLAY "----- REPRINT GEN " RPTC-PICK " -----"
                    PERFORM UNTIL REPORT-FILE-STATUS NOT = "00"
                        READ REPORTFILE
                            AT END
                                CONTINUE
                            NOT AT END
                                DISPLAY REPORT-RECORD
                        END-READ
                    END-PERFORM
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "REPORT REPRINT GEN " DELIMITED BY SIZE
                           RPTC-PICK DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
                CLOSE REPORTFILE
            END-IF.

        *>alisin sa catalog at tuluyang linisin ang mga generation na mas luma sa cutoff
        Purge_Report_Generations.
            DISPLAY "CUTOFF DATE (YYYYMMDD), OLDER GOES: "
                WITH NO ADVANCING
            ACCEPT RPTC-CUTOFF
            MOVE 0 TO RPTC-GONE
            OPEN OUTPUT RPTCATFILE
            PERFORM VARYING RPTC-IDX FROM 1 BY 1
                    UNTIL RPTC-IDX > RPTC-COUNT
                IF RPTC-DATE(RPTC-IDX) < RPTC-CUTOFF
                    ADD 1 TO RPTC-GONE
                    *>patungan ng laman na wala ang lumang generation file - tuluyang tanggal ang report
                    MOVE SPACES TO REPORT-GEN-NAME
                    STRING "RPT" DELIMITED BY SIZE
                           RPTC-GEN(RPTC-IDX) DELIMITED BY SIZE
                           ".TXT" DELIMITED BY SIZE
                        INTO REPORT-GEN-NAME
                    END-STRING
                    OPEN OUTPUT REPORTFILE
                    CLOSE REPORTFILE
                ELSE
                    MOVE SPACES TO RPTCAT-RECORD
                    MOVE RPTC-GEN(RPTC-IDX) TO RPTCAT-GEN
                    MOVE RPTC-DATE(RPTC-IDX) TO RPTCAT-DATE
                    MOVE RPTC-OPER(RPTC-IDX) TO RPTCAT-OPER
                    MOVE RPTC-TYPE(RPTC-IDX) TO RPTCAT-TYPE
                    MOVE RPTC-SEQ(RPTC-IDX) TO RPTCAT-SEQ
                    WRITE RPTCAT-RECORD
                END-IF
            END-PERFORM
            CLOSE RPTCATFILE
            DISPLAY "REMOVED " RPTC-GONE " REPORT GENERATION(S)."
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "REPORT RETENTION CUTOFF " DELIMITED BY SIZE
                   RPTC-CUTOFF DELIMITED BY SIZE
                   " REMOVED " DELIMITED BY SIZE
                   RPTC-GONE DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>basahin ang LIMITS.DAT - kapag wala o sira, ang defaults (1-999, ceiling 999.999,
        *>threshold 010.000) ang iiral, kapareho ng dating hard-coded na mga halaga
        Load_Parm_File.
            PERFORM VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
                MOVE 1 TO PARM-MIN(PARM-IDX)
                MOVE 999 TO PARM-MAX(PARM-IDX)
            END-PERFORM
            MOVE 999.999 TO PARM-RATIO-CEIL
            MOVE 10 TO PARM-TREND-THRESH
            MOVE 30 TO PARM-PW-DAYS
            MOVE 5 TO PARM-SUSP-DAYS
            MOVE 3 TO PARM-EXC-DAYS
            MOVE 4 TO PARM-EOD-RC(1)
            MOVE 4 TO PARM-EOD-RC(2)
            MOVE 4 TO PARM-EOD-RC(3)
            MOVE 0 TO PARM-EOD-RC(4)
            OPEN INPUT PARMFILE
            IF PARM-FILE-STATUS = "00"
                READ PARMFILE
                    NOT AT END
                        PERFORM VARYING PARM-IDX FROM 1 BY 1
                                UNTIL PARM-IDX > 5
                            IF PARM-FD-MIN(PARM-IDX) IS NUMERIC
                                    AND PARM-FD-MAX(PARM-IDX)
                                        IS NUMERIC
                                MOVE PARM-FD-MIN(PARM-IDX)
                                    TO PARM-MIN(PARM-IDX)
                                MOVE PARM-FD-MAX(PARM-IDX)
                                    TO PARM-MAX(PARM-IDX)
                            END-IF
                        END-PERFORM
                        IF PARM-FD-RATIO-CEIL IS NUMERIC
                            MOVE PARM-FD-RATIO-CEIL
                                TO PARM-RATIO-CEIL
                        END-IF
                        IF PARM-FD-TREND IS NUMERIC
                            MOVE PARM-FD-TREND TO PARM-TREND-THRESH
                        END-IF
                        *>wala ito sa lumang LIMITS.DAT - 30 araw ang default
                        IF PARM-FD-PW-DAYS IS NUMERIC
                                AND PARM-FD-PW-DAYS > 0
                            MOVE PARM-FD-PW-DAYS TO PARM-PW-DAYS
                        END-IF
                        *>wala rin ito sa lumang LIMITS.DAT - 4/4/4/0 ang default
                        PERFORM VARYING PARM-IDX FROM 1 BY 1
                                UNTIL PARM-IDX > 4
                            IF PARM-FD-EOD-RC(PARM-IDX) IS NUMERIC
                                MOVE PARM-FD-EOD-RC(PARM-IDX)
                                    TO PARM-EOD-RC(PARM-IDX)
                            END-IF
                        END-PERFORM
                        *>wala rin ang dalawang aging sa lumang LIMITS.DAT - 5 at 3 araw
                        IF PARM-FD-SUSP-DAYS IS NUMERIC
                                AND PARM-FD-SUSP-DAYS > 0
                            MOVE PARM-FD-SUSP-DAYS TO PARM-SUSP-DAYS
                        END-IF
                        IF PARM-FD-EXC-DAYS IS NUMERIC
                                AND PARM-FD-EXC-DAYS > 0
                            MOVE PARM-FD-EXC-DAYS TO PARM-EXC-DAYS
                        END-IF
                END-READ
            END-IF
            CLOSE PARMFILE.

        *>isulat (patungan) ang LIMITS.DAT mula sa kasalukuyang mga halaga
        Save_Parm_File.
            MOVE SPACES TO PARM-RECORD
            PERFORM VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
                MOVE PARM-MIN(PARM-IDX) TO PARM-FD-MIN(PARM-IDX)
                MOVE PARM-MAX(PARM-IDX) TO PARM-FD-MAX(PARM-IDX)
            END-PERFORM
            MOVE PARM-RATIO-CEIL TO PARM-FD-RATIO-CEIL
            MOVE PARM-TREND-THRESH TO PARM-FD-TREND
            MOVE PARM-PW-DAYS TO PARM-FD-PW-DAYS
            PERFORM VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 4
                MOVE PARM-EOD-RC(PARM-IDX) TO PARM-FD-EOD-RC(PARM-IDX)
            END-PERFORM
            MOVE PARM-SUSP-DAYS TO PARM-FD-SUSP-DAYS
            MOVE PARM-EXC-DAYS TO PARM-FD-EXC-DAYS
            OPEN OUTPUT PARMFILE
            WRITE PARM-RECORD
            CLOSE PARMFILE.

        *>supervisor screen ng limits at tolerances - bawat pagbabago ay naitatala sa audit log,
        *>kaya hindi na program change ang kailangan tuwing quarterly na nag-iiba ang tolerances
        Limits_Maintenance.
            DISPLAY " "
            DISPLAY "===== LIMITS & TOLERANCES ====="
            PERFORM VARYING PARM-IDX FROM 1 BY 1 UNTIL PARM-IDX > 5
                DISPLAY "POSITION " PARM-IDX " : MIN "
                    PARM-MIN(PARM-IDX) " MAX " PARM-MAX(PARM-IDX)
            END-PERFORM
            MOVE PARM-RATIO-CEIL TO PARM-RATIO-DISP
            DISPLAY "RATIO ALERT CEILING : " PARM-RATIO-DISP
            MOVE PARM-TREND-THRESH TO PARM-RATIO-DISP
            DISPLAY "TREND THRESHOLD     : " PARM-RATIO-DISP
            DISPLAY "PASSWORD EXPIRY DAYS: " PARM-PW-DAYS
            DISPLAY "EOD STEP MAX RC     : "
                EOD-STEP-NAME(1) " " PARM-EOD-RC(1) "  "
                EOD-STEP-NAME(2) " " PARM-EOD-RC(2) "  "
                EOD-STEP-NAME(3) " " PARM-EOD-RC(3) "  "
                EOD-STEP-NAME(4) " " PARM-EOD-RC(4)
            DISPLAY "SUSPENSE AGING DAYS : " PARM-SUSP-DAYS
                " (BUSINESS DAYS)"
            DISPLAY "EXCEPTION AGING DAYS: " PARM-EXC-DAYS
                " (BUSINESS DAYS)"
            DISPLAY "[P] CHANGE POSITION MIN/MAX"
            DISPLAY "[G] CHANGE RATIO ALERT CEILING"
            DISPLAY "[T] CHANGE TREND THRESHOLD"
            DISPLAY "[E] CHANGE PASSWORD EXPIRY DAYS"
            DISPLAY "[J] CHANGE EOD STEP MAX RC"
            DISPLAY "[S] CHANGE SUSPENSE AGING DAYS"
            DISPLAY "[W] CHANGE EXCEPTION AGING DAYS"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT PARM-ACTION
            EVALUATE PARM-ACTION
                WHEN "P"
                WHEN "p"
                    PERFORM Limits_Change_Position
                WHEN "G"
                WHEN "g"
                    DISPLAY "NEW CEILING (WHOLE NUMBER 1-999): "
                        WITH NO ADVANCING
                    ACCEPT NUM-INPUT
                    PERFORM Right_Justify_Value
                    *>bawal ang zero - mag-a-alert iyon sa bawat ratio, gaya ng min/max check
                    IF NUM-INPUT IS NUMERIC AND NUM-INPUT NOT = "000"
                        MOVE NUM-INPUT TO PARM-RATIO-CEIL
                        PERFORM Save_Parm_File
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "LIMITS CHANGE RATIO CEILING "
                                   DELIMITED BY SIZE
                               NUM-INPUT DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                    ELSE
                        DISPLAY "INVALID CEILING."
                    END-IF
                WHEN "T"
                WHEN "t"
                    DISPLAY "NEW THRESHOLD (WHOLE NUMBER 1-999): "
                        WITH NO ADVANCING
                    ACCEPT NUM-INPUT
                    PERFORM Right_Justify_Value
                    *>bawal ang zero - mafa-flag niyon ang bawat set, gaya ng min/max check
                    IF NUM-INPUT IS NUMERIC AND NUM-INPUT NOT = "000"
                        MOVE NUM-INPUT TO PARM-TREND-THRESH
                        PERFORM Save_Parm_File
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "LIMITS CHANGE TREND THRESHOLD "
                                   DELIMITED BY SIZE
                               NUM-INPUT DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                    ELSE
                        DISPLAY "INVALID THRESHOLD."
                    END-IF
                WHEN "E"
                WHEN "e"
                    DISPLAY "NEW PASSWORD EXPIRY DAYS (1-999): "
                        WITH NO ADVANCING
                    ACCEPT NUM-INPUT
                    PERFORM Right_Justify_Value
                    *>bawal ang zero - mag-e-expire ang password sa bawat sign-on
                    IF NUM-INPUT IS NUMERIC AND NUM-INPUT NOT = "000"
                        MOVE NUM-INPUT TO PARM-PW-DAYS
                        PERFORM Save_Parm_File
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "LIMITS CHANGE PASSWORD EXPIRY DAYS "
                                   DELIMITED BY SIZE
                               NUM-INPUT DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                    ELSE
                        DISPLAY "INVALID EXPIRY DAYS."
                    END-IF
                WHEN "J"
                WHEN "j"
                    PERFORM Limits_Change_Eod_Rc
                WHEN "S"
                WHEN "s"
                WHEN "W"
                WHEN "w"
                    PERFORM Limits_Change_Aging
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>palitan ang pinakamataas na condition code ng isang end-of-day step - 00 hanggang 99
        Limits_Change_Eod_Rc.
            DISPLAY "STEP (1=BATCH 2=ACK 3=RECON 4=BDATE): "
                WITH NO ADVANCING
            ACCEPT PARM-POS-IN
            IF PARM-POS-IN < "1" OR PARM-POS-IN > "4"
                DISPLAY "INVALID STEP."
            ELSE
                MOVE PARM-POS-IN TO PARM-POS
                DISPLAY "NEW MAX RC (0-99): " WITH NO ADVANCING
                ACCEPT NUM-INPUT
                PERFORM Right_Justify_Value
                IF NUM-INPUT IS NUMERIC AND NUM-INPUT(1:1) = "0"
                    MOVE NUM-INPUT(2:2) TO PARM-EOD-RC(PARM-POS)
                    PERFORM Save_Parm_File
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "LIMITS CHANGE EOD MAX RC "
                               DELIMITED BY SIZE
                           EOD-STEP-NAME(PARM-POS) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           NUM-INPUT(2:2) DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                ELSE
                    DISPLAY "INVALID MAX RC."
                END-IF
            END-IF.

        *>palitan ang isa sa dalawang aging (S = suspense batch, W = bukas na exception) - bawal
        *>ang zero, magiging exception agad ang lahat
        Limits_Change_Aging.
            DISPLAY "NEW AGING DAYS (1-999): " WITH NO ADVANCING
            ACCEPT NUM-INPUT
            PERFORM Right_Justify_Value
            IF NUM-INPUT IS NUMERIC AND NUM-INPUT NOT = "000"
                MOVE SPACES TO AUDIT-MESSAGE
                IF PARM-ACTION = "S" OR PARM-ACTION = "s"
                    MOVE NUM-INPUT TO PARM-SUSP-DAYS
                    STRING "LIMITS CHANGE SUSPENSE AGING DAYS "
                               DELIMITED BY SIZE
                           NUM-INPUT DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                ELSE
                    MOVE NUM-INPUT TO PARM-EXC-DAYS
                    STRING "LIMITS CHANGE EXCEPTION AGING DAYS "
                               DELIMITED BY SIZE
                           NUM-INPUT DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                END-IF
                PERFORM Save_Parm_File
                PERFORM Write_Audit_Line
            ELSE
                DISPLAY "INVALID AGING DAYS."
            END-IF.

        *>palitan ang min/max ng isang element position - bawal ang min na lagpas sa max
        Limits_Change_Position.
            DISPLAY "POSITION (1-5): " WITH NO ADVANCING
            ACCEPT PARM-POS-IN
            IF PARM-POS-IN < "1" OR PARM-POS-IN > "5"
                DISPLAY "INVALID POSITION."
            ELSE
                MOVE PARM-POS-IN TO PARM-POS
                DISPLAY "NEW MIN (1-999): " WITH NO ADVANCING
                ACCEPT NUM-INPUT
                PERFORM Right_Justify_Value
                IF NUM-INPUT IS NUMERIC
                    MOVE NUM-INPUT TO PARM-NEW-MIN
                ELSE
                    MOVE 0 TO PARM-NEW-MIN
                END-IF
                DISPLAY "NEW MAX (1-999): " WITH NO ADVANCING
                ACCEPT NUM-INPUT
                PERFORM Right_Justify_Value
                IF NUM-INPUT IS NUMERIC
                    MOVE NUM-INPUT TO PARM-NEW-MAX
                ELSE
                    MOVE 0 TO PARM-NEW-MAX
                END-IF
                IF PARM-NEW-MIN = 0 OR PARM-NEW-MAX = 0
                        OR PARM-NEW-MIN > PARM-NEW-MAX
                    DISPLAY "INVALID MIN/MAX PAIR - NOT CHANGED."
                ELSE
                    MOVE PARM-NEW-MIN TO PARM-MIN(PARM-POS)
                    MOVE PARM-NEW-MAX TO PARM-MAX(PARM-POS)
                    PERFORM Save_Parm_File
                    DISPLAY "POSITION " PARM-POS " NOW "
                        PARM-MIN(PARM-POS) "-" PARM-MAX(PARM-POS)
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "LIMITS CHANGE POS " DELIMITED BY SIZE
                           PARM-POS DELIMITED BY SIZE
                           " MIN " DELIMITED BY SIZE
                           PARM-NEW-MIN DELIMITED BY SIZE
                           " MAX " DELIMITED BY SIZE
                           PARM-NEW-MAX DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-IF.

        *>isang buong pass sa TRANIN.DAT para patunayan ang header/trailer control totals bago ang processing
        Validate_Tran_Batch.
            MOVE "N" TO TRAN-VALID-SW
            MOVE "N" TO TRAN-HDR-FOUND-SW
            MOVE "N" TO TRAN-TRL-FOUND-SW
            MOVE SPACES TO TRAN-REJECT-REASON
            MOVE 0 TO TRAN-D-COUNT
            MOVE 0 TO TRAN-D-HASH
            MOVE 0 TO TRAN-ADJ-COUNT
            MOVE SPACES TO TRAN-HDR-SOURCE-SAVE
            OPEN INPUT TRANFILE
            IF TRAN-FILE-STATUS NOT = "00"
                MOVE "TRAN FILE MISSING OR UNREADABLE"
                    TO TRAN-REJECT-REASON
            ELSE
                PERFORM UNTIL TRAN-FILE-STATUS NOT = "00"
                    READ TRANFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM Check_Tran_Record
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TRANFILE
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-HDR-FOUND-SW NOT = "Y"
                MOVE "NO BATCH HEADER RECORD" TO TRAN-REJECT-REASON
            END-IF
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-TRL-FOUND-SW NOT = "Y"
                MOVE "NO BATCH TRAILER RECORD" TO TRAN-REJECT-REASON
            END-IF
            *>kasama sa trailer count ang mga C/V record, at sa hash ang mga correction value
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-TRL-COUNT-SAVE NOT =
                        TRAN-D-COUNT + TRAN-ADJ-COUNT
                MOVE "TRAILER COUNT OUT OF BALANCE"
                    TO TRAN-REJECT-REASON
            END-IF
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-TRL-HASH-SAVE NOT = TRAN-D-HASH
                MOVE "TRAILER HASH OUT OF BALANCE"
                    TO TRAN-REJECT-REASON
            END-IF
            *>dapat eksaktong 5 detail bawat set na ipinangako ng header - kulang o sobra ay parehong suspetsoso
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-D-COUNT NOT = TRAN-HDR-SETS-SAVE * 5
                MOVE "DETAIL COUNT DOES NOT MATCH HEADER SETS"
                    TO TRAN-REJECT-REASON
            END-IF
            *>walang bilang sa run parm - ang header mismo ang nagsasabi kung ilang set ang ipinadala
            IF TRAN-REJECT-REASON = SPACES
                    AND BATCH-HDR-SETS-SW = "Y"
                IF TRAN-HDR-SETS-SAVE > 20
                    MOVE "HEADER SETS EXCEED 20 PER BATCH"
                        TO TRAN-REJECT-REASON
                ELSE
                    MOVE TRAN-HDR-SETS-SAVE TO SET-COUNT
                END-IF
            END-IF
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-HDR-SETS-SAVE = 0
                    AND TRAN-ADJ-COUNT = 0
                MOVE "EMPTY BATCH - NO SETS OR ADJUSTMENTS"
                    TO TRAN-REJECT-REASON
            END-IF
            *>header na 00 sets pero may C/V records - corrections-only na batch, walang set na babasahin
            IF TRAN-REJECT-REASON = SPACES
                    AND TRAN-HDR-SETS-SAVE = 0
                    AND TRAN-ADJ-COUNT > 0
                MOVE 0 TO SET-COUNT
            END-IF
            *>huwag magproseso ng mas maraming sets kaysa sa pinatunayan ng header - iyon ang nagbubunga ng defaulting
            IF TRAN-REJECT-REASON = SPACES
                    AND SET-COUNT > TRAN-HDR-SETS-SAVE
                MOVE "REQUESTED SETS EXCEED HEADER SET COUNT"
                    TO TRAN-REJECT-REASON
            END-IF
            IF TRAN-REJECT-REASON = SPACES
                MOVE "Y" TO TRAN-VALID-SW
            END-IF.

        *>suriin ang isang TRANIN.DAT record habang validation pass - unang mali ang panalo sa TRAN-REJECT-REASON
        Check_Tran_Record.
            EVALUATE TRAN-REC-TYPE
                WHEN "H"
                    IF TRAN-HDR-FOUND-SW = "Y"
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "DUPLICATE HEADER RECORD"
                            TO TRAN-REJECT-REASON
                    END-IF
                    MOVE "Y" TO TRAN-HDR-FOUND-SW
                    IF TRAN-HDR-DATE IS NUMERIC
                            AND TRAN-HDR-SETS IS NUMERIC
                        MOVE TRAN-HDR-DATE TO TRAN-HDR-DATE-SAVE
                        MOVE TRAN-HDR-SETS TO TRAN-HDR-SETS-SAVE
                        IF TRAN-HDR-DATE-SAVE NOT = RUN-DATE
                                AND TRAN-REJECT-REASON = SPACES
                            MOVE "WRONG BUSINESS DATE ON HEADER"
                                TO TRAN-REJECT-REASON
                        END-IF
                    ELSE
                        IF TRAN-REJECT-REASON = SPACES
                            MOVE "UNREADABLE HEADER RECORD"
                                TO TRAN-REJECT-REASON
                        END-IF
                    END-IF
                    *>ang file ng isang branch ay hindi dapat magdala ng batch ng ibang branch
                    MOVE TRAN-HDR-SOURCE TO TRAN-HDR-SOURCE-SAVE
                    IF TRAN-HDR-SOURCE-SAVE = SPACES
                        MOVE "MAIN" TO TRAN-HDR-SOURCE-SAVE
                    END-IF
                    IF TRAN-SRC-CUR NOT = SPACES
                            AND TRAN-HDR-SOURCE-SAVE NOT = TRAN-SRC-CUR
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "HEADER SOURCE ID DOES NOT MATCH FILE"
                            TO TRAN-REJECT-REASON
                    END-IF
                WHEN "D"
                    IF TRAN-TRL-FOUND-SW = "Y"
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "DETAIL AFTER TRAILER RECORD"
                            TO TRAN-REJECT-REASON
                    END-IF
                    MOVE TRAN-DIGIT TO NUM-INPUT
                    PERFORM Right_Justify_Value
                    IF NUM-INPUT IS NUMERIC
                        ADD 1 TO TRAN-D-COUNT
                        MOVE NUM-INPUT TO TRAN-DETAIL-VAL
                        ADD TRAN-DETAIL-VAL TO TRAN-D-HASH
                        *>bawal ang zero - nilalaktawan iyon ng processing, kaya kukulangin at magde-default pa rin ang set
                        IF TRAN-DETAIL-VAL = 0
                                AND TRAN-REJECT-REASON = SPACES
                            MOVE "ZERO VALUE DETAIL RECORD"
                                TO TRAN-REJECT-REASON
                        END-IF
                        *>alamin ang element position sa loob ng set - batayan ng tamang min/max
                        COMPUTE TRAN-POS-Q = TRAN-D-COUNT - 1
                        DIVIDE TRAN-POS-Q BY 5 GIVING TRAN-POS-Q
                            REMAINDER TRAN-POS-R
                        COMPUTE TRAN-POS = TRAN-POS-R + 1
                        IF TRAN-DETAIL-VAL NOT = 0
                                AND (TRAN-DETAIL-VAL <
                                        PARM-MIN(TRAN-POS)
                                    OR TRAN-DETAIL-VAL >
                                        PARM-MAX(TRAN-POS))
                                AND TRAN-REJECT-REASON = SPACES
                            MOVE "DETAIL VALUE OUT OF LIMITS"
                                TO TRAN-REJECT-REASON
                        END-IF
                    ELSE
                        IF TRAN-REJECT-REASON = SPACES
                            MOVE "NON-NUMERIC DETAIL VALUE"
                                TO TRAN-REJECT-REASON
                        END-IF
                    END-IF
                WHEN "T"
                    IF TRAN-TRL-FOUND-SW = "Y"
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "DUPLICATE TRAILER RECORD"
                            TO TRAN-REJECT-REASON
                    END-IF
                    MOVE "Y" TO TRAN-TRL-FOUND-SW
                    IF TRAN-TRL-COUNT IS NUMERIC
                            AND TRAN-TRL-HASH IS NUMERIC
                        MOVE TRAN-TRL-COUNT TO TRAN-TRL-COUNT-SAVE
                        MOVE TRAN-TRL-HASH TO TRAN-TRL-HASH-SAVE
                    ELSE
                        IF TRAN-REJECT-REASON = SPACES
                            MOVE "UNREADABLE TRAILER RECORD"
                                TO TRAN-REJECT-REASON
                        END-IF
                    END-IF
                WHEN "C"
                WHEN "V"
                    IF TRAN-TRL-FOUND-SW = "Y"
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "ADJUSTMENT AFTER TRAILER RECORD"
                            TO TRAN-REJECT-REASON
                    END-IF
                    ADD 1 TO TRAN-ADJ-COUNT
                    IF TRAN-ADJ-SEQ IS NOT NUMERIC
                            OR TRAN-ADJ-SEQ = 0
                        IF TRAN-REJECT-REASON = SPACES
                            MOVE "UNREADABLE ADJUSTMENT SEQ"
                                TO TRAN-REJECT-REASON
                        END-IF
                    END-IF
                    IF TRAN-REC-TYPE = "C"
                        PERFORM Check_Tran_Correction
                    END-IF
                WHEN OTHER
                    IF TRAN-REJECT-REASON = SPACES
                        MOVE "UNKNOWN RECORD TYPE" TO TRAN-REJECT-REASON
                    END-IF
            END-EVALUATE.

        *>ang limang bagong value ng correction record - parehong numeric/zero/limits na patakaran
        *>ng detail record, at kasama sa hash ng trailer
        Check_Tran_Correction.
            PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                    UNTIL ADJ-DIGIT-IDX > 5
                MOVE TRAN-ADJ-DIGIT(ADJ-DIGIT-IDX) TO NUM-INPUT
                PERFORM Right_Justify_Value
                IF NUM-INPUT IS NUMERIC
                    MOVE NUM-INPUT TO TRAN-DETAIL-VAL
                    ADD TRAN-DETAIL-VAL TO TRAN-D-HASH
                    IF TRAN-DETAIL-VAL = 0
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "ZERO VALUE CORRECTION RECORD"
                            TO TRAN-REJECT-REASON
                    END-IF
                    IF TRAN-DETAIL-VAL NOT = 0
                            AND (TRAN-DETAIL-VAL <
                                    PARM-MIN(ADJ-DIGIT-IDX)
                                OR TRAN-DETAIL-VAL >
                                    PARM-MAX(ADJ-DIGIT-IDX))
                            AND TRAN-REJECT-REASON = SPACES
                        MOVE "CORRECTION VALUE OUT OF LIMITS"
                            TO TRAN-REJECT-REASON
                    END-IF
                ELSE
                    IF TRAN-REJECT-REASON = SPACES
                        MOVE "NON-NUMERIC CORRECTION VALUE"
                            TO TRAN-REJECT-REASON
                    END-IF
                END-IF
            END-PERFORM.

        *>itapon ang buong TRANIN.DAT sa SUSPENSE.DAT na may marker line, itala sa audit, at huwag magproseso
        Reject_Tran_Batch.
            DISPLAY " "
            DISPLAY "BATCH REJECTED: " TRAN-REJECT-REASON
            OPEN EXTEND SUSPFILE
            IF SUSP-FILE-STATUS = "35"
                OPEN OUTPUT SUSPFILE
            END-IF
            *>suspense reference na ibinabalik sa branch - source at oras ng pagtanggi
            ACCEPT RTN-TIME FROM TIME
            MOVE TRAN-SRC-CUR TO TRAN-SUSP-REF(1:4)
            INSPECT TRAN-SUSP-REF(1:4) REPLACING ALL SPACE BY "-"
            MOVE RTN-TIME TO TRAN-SUSP-REF(5:8)
            MOVE SPACES TO SUSP-RECORD
            STRING "** REJECTED " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   TRAN-REJECT-REASON DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   TRAN-SUSP-REF DELIMITED BY SIZE
                INTO SUSP-RECORD
            END-STRING
            WRITE SUSP-RECORD
            OPEN INPUT TRANFILE
            IF TRAN-FILE-STATUS = "00"
                PERFORM UNTIL TRAN-FILE-STATUS NOT = "00"
                    READ TRANFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            WRITE SUSP-RECORD FROM TRAN-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE TRANFILE
            CLOSE SUSPFILE
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "BATCH REJECTED TO SUSPENSE: " DELIMITED BY SIZE
                   TRAN-REJECT-REASON DELIMITED BY SIZE
                   " REF " DELIMITED BY SIZE
                   TRAN-SUSP-REF DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>ilista ang mga batch na nakabinbin sa SUSPENSE.DAT ayon sa petsa, dahilan, at edad sa araw -
        *>dati walang bumabasa sa suspense at hand-rebuild ang tanging paraan para maibalik ang batch
        Suspense_Review.
            PERFORM Load_Suspense_Table
            DISPLAY " "
            IF SUSQ-COUNT = 0
                DISPLAY "NO SUSPENDED BATCHES IN SUSPENSE.DAT."
            ELSE
                DISPLAY "===== SUSPENDED TRAN BATCHES ====="
                IF SUSQ-OVER-SW = "Y"
                    DISPLAY "(FILE OVER 500 LINES - LIST INCOMPLETE,"
                        " RESUBMIT DISABLED)"
                END-IF
                DISPLAY "NO DATE     AGE(D) REF          REASON"
                PERFORM VARYING SUSQ-IDX FROM 1 BY 1
                        UNTIL SUSQ-IDX > SUSQ-COUNT
                    DISPLAY SUSQ-IDX " " SUSQ-DATE(SUSQ-IDX) " "
                        SUSQ-AGE(SUSQ-IDX) "   "
                        SUSQ-REF(SUSQ-IDX) " "
                        SUSQ-REASON(SUSQ-IDX)
                END-PERFORM
                DISPLAY "[R] REPAIR AND RESUBMIT A BATCH"
                DISPLAY "[X] BACK TO MENU"
                DISPLAY "ACTION: " WITH NO ADVANCING
                ACCEPT SUSQ-ACTION
                IF SUSQ-ACTION = "R" OR SUSQ-ACTION = "r"
                    PERFORM Suspense_Repair_Resubmit
                END-IF
            END-IF
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>basahin ang buong SUSPENSE.DAT sa SUSQ-LINES at hatiin sa mga batch sa bawat "** REJECTED" marker
        Load_Suspense_Table.
            MOVE 0 TO SUSQ-LINE-COUNT
            MOVE 0 TO SUSQ-COUNT
            MOVE "N" TO SUSQ-OVER-SW
            OPEN INPUT SUSPFILE
            IF SUSP-FILE-STATUS = "00"
                PERFORM UNTIL SUSP-FILE-STATUS NOT = "00"
                    READ SUSPFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF SUSQ-LINE-COUNT < 500
                                ADD 1 TO SUSQ-LINE-COUNT
                                MOVE SUSP-RECORD
                                    TO SUSQ-LINES(SUSQ-LINE-COUNT)
                            ELSE
                                *>may linyang hindi kumasya - huwag nang i-rewrite ang file
                                MOVE "Y" TO SUSQ-OVER-SW
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SUSPFILE
            PERFORM VARYING SUSQ-LDX FROM 1 BY 1
                    UNTIL SUSQ-LDX > SUSQ-LINE-COUNT
                IF SUSQ-LINES(SUSQ-LDX)(1:12) = "** REJECTED "
                    IF SUSQ-COUNT > 0
                        *>sarhan muna ang naunang batch bago buksan ang bago
                        COMPUTE SUSQ-END(SUSQ-COUNT) = SUSQ-LDX - 1
                    END-IF
                    IF SUSQ-COUNT < 20
                        ADD 1 TO SUSQ-COUNT
                        COMPUTE SUSQ-START(SUSQ-COUNT) = SUSQ-LDX + 1
                        MOVE SUSQ-LINE-COUNT TO SUSQ-END(SUSQ-COUNT)
                        IF SUSQ-LINES(SUSQ-LDX)(13:8) IS NUMERIC
                            MOVE SUSQ-LINES(SUSQ-LDX)(13:8)
                                TO SUSQ-DATE(SUSQ-COUNT)
                        ELSE
                            MOVE 0 TO SUSQ-DATE(SUSQ-COUNT)
                        END-IF
                        MOVE SUSQ-LINES(SUSQ-LDX)(24:40)
                            TO SUSQ-REASON(SUSQ-COUNT)
                        *>walang reference ang marker na isinulat bago nagkaroon ng mga source
                        IF SUSQ-LINES(SUSQ-LDX)(64:5) = " REF "
                            MOVE SUSQ-LINES(SUSQ-LDX)(69:12)
                                TO SUSQ-REF(SUSQ-COUNT)
                        ELSE
                            MOVE SPACES TO SUSQ-REF(SUSQ-COUNT)
                        END-IF
                        MOVE SUSQ-DATE(SUSQ-COUNT) TO AGE-FROM-R
                        PERFORM Compute_Age_Days
                        MOVE AGE-DAYS TO SUSQ-AGE(SUSQ-COUNT)
                        IF AGE-DAYS > PARM-SUSP-DAYS
                            PERFORM Raise_Suspense_Exception
                        END-IF
                    END-IF
                END-IF
            END-PERFORM.

        *>bilang ng business days mula AGE-FROM-R hanggang sa business date - binibilang ang bawat
        *>araw na may pasok pagkatapos ng AGE-FROM-R hanggang RUN-DATE, ayon sa CALENDAR.DAT, para
        *>hindi tumatanda ang suspense, exception at purge request sa weekend at holiday
        Compute_Age_Days.
            MOVE 0 TO AGE-DAYS
            IF AGE-FROM-R IS NUMERIC AND AGE-FROM-Y > 1900
                MOVE AGE-FROM-R TO NEXT-DATE-R
                MOVE AGE-FROM-R TO CAL-CHK-DATE
                PERFORM UNTIL CAL-CHK-DATE NOT < RUN-DATE
                        OR AGE-DAYS > 9998
                    PERFORM Next_Calendar_Day
                    MOVE NEXT-DATE-R TO CAL-CHK-DATE
                    PERFORM Is_Business_Day
                    IF CAL-BUS-SW = "Y"
                        ADD 1 TO AGE-DAYS
                    END-IF
                END-PERFORM
            END-IF.

        *>ayusin ang header date o trailer count/hash ng piniling batch (karaniwang fat-fingered trailer),
        *>tapos ipadaan ulit sa parehong control-total validation at BATCH processing
        Suspense_Repair_Resubmit.
            IF SUSQ-OVER-SW = "Y"
                *>ang resubmit ay nagre-rewrite ng SUSPENSE.DAT mula sa table - kapag may
                *>hindi kumasya, mapuputol ang file, kaya tumanggi na lang nang malinaw
                DISPLAY "SUSPENSE.DAT EXCEEDS 500 LINES - RESUBMIT"
                    " REFUSED TO AVOID LOSING UNLISTED LINES."
                MOVE "SUSPENSE RESUBMIT REFUSED - FILE OVER 500 LINES"
                    TO AUDIT-MESSAGE
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Suspense_Repair_Pick
            END-IF.

        *>ang mismong pagpili at pag-aayos ng batch - hiwalay para malinaw ang overflow guard sa itaas
        Suspense_Repair_Pick.
            DISPLAY "BATCH NO TO RESUBMIT: " WITH NO ADVANCING
            ACCEPT SUSQ-PICK
            IF SUSQ-PICK = 0 OR SUSQ-PICK > SUSQ-COUNT
                DISPLAY "NO SUCH BATCH."
                MOVE 0 TO SUSQ-PICK
            ELSE
                *>ang batch na na-reject sa saradong period ay hindi na maipapasok hangga't
                *>hindi binubuksan muli ng supervisor ang period
                MOVE SUSQ-DATE(SUSQ-PICK) TO PER-CHK-DATE
                PERFORM Check_Period_Closed
                IF PER-CLOSED-SW = "Y"
                    DISPLAY "BATCH DATE " SUSQ-DATE(SUSQ-PICK)
                        " IS IN A CLOSED PERIOD - NOT RESUBMITTED."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "SUSPENSE RESUBMIT REFUSED BATCH "
                               DELIMITED BY SIZE
                           SUSQ-PICK DELIMITED BY SIZE
                           " DATE " DELIMITED BY SIZE
                           SUSQ-DATE(SUSQ-PICK) DELIMITED BY SIZE
                           " - PERIOD CLOSED" DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                    MOVE 0 TO SUSQ-PICK
                END-IF
            END-IF
            IF SUSQ-PICK > 0
                MOVE 0 TO SUSQ-HDR-LDX
                MOVE 0 TO SUSQ-TRL-LDX
                PERFORM VARYING SUSQ-LDX FROM SUSQ-START(SUSQ-PICK)
                        BY 1 UNTIL SUSQ-LDX > SUSQ-END(SUSQ-PICK)
                    IF SUSQ-LINES(SUSQ-LDX)(1:1) = "H"
                        MOVE SUSQ-LDX TO SUSQ-HDR-LDX
                    END-IF
                    IF SUSQ-LINES(SUSQ-LDX)(1:1) = "T"
                        MOVE SUSQ-LDX TO SUSQ-TRL-LDX
                    END-IF
                END-PERFORM
                IF SUSQ-HDR-LDX > 0
                    DISPLAY "HEADER DATE/SETS : "
                        SUSQ-LINES(SUSQ-HDR-LDX)(2:8) " / "
                        SUSQ-LINES(SUSQ-HDR-LDX)(10:2)
                    DISPLAY "NEW HEADER DATE (YYYYMMDD, blank=keep): "
                        WITH NO ADVANCING
                    ACCEPT SUSQ-EDIT-IN
                    IF SUSQ-EDIT-IN IS NUMERIC
                        MOVE SUSQ-EDIT-IN
                            TO SUSQ-LINES(SUSQ-HDR-LDX)(2:8)
                    END-IF
                END-IF
                IF SUSQ-TRL-LDX > 0
                    DISPLAY "TRAILER COUNT/HASH : "
                        SUSQ-LINES(SUSQ-TRL-LDX)(2:4) " / "
                        SUSQ-LINES(SUSQ-TRL-LDX)(6:6)
                    DISPLAY "NEW TRAILER COUNT (4 DIGITS, blank=keep): "
                        WITH NO ADVANCING
                    ACCEPT SUSQ-EDIT-IN
                    IF SUSQ-EDIT-IN(1:4) IS NUMERIC
                        MOVE SUSQ-EDIT-IN(1:4)
                            TO SUSQ-LINES(SUSQ-TRL-LDX)(2:4)
                    END-IF
                    DISPLAY "NEW TRAILER HASH (6 DIGITS, blank=keep): "
                        WITH NO ADVANCING
                    ACCEPT SUSQ-EDIT-IN
                    IF SUSQ-EDIT-IN(1:6) IS NUMERIC
                        MOVE SUSQ-EDIT-IN(1:6)
                            TO SUSQ-LINES(SUSQ-TRL-LDX)(6:6)
                    END-IF
                END-IF
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "SUSPENSE REPAIR BATCH " DELIMITED BY SIZE
                       SUSQ-PICK DELIMITED BY SIZE
                       " DATE " DELIMITED BY SIZE
                       SUSQ-DATE(SUSQ-PICK) DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
                PERFORM Resubmit_Suspense_Batch
            END-IF.

        *>isulat ang inayos na batch sa scratch na TRANWK.DAT at patakbuhin sa parehong validation at
        *>processing na dinadaanan ng isang normal na BATCH run; hindi ginagalaw ang TRANIN.DAT na
        *>maaaring nakahanda na para sa gabing scheduled run, at nililinis ang scratch pagkatapos
        *>para walang maiwan na mapoproseso ulit; kapag pumasa, saka lang aalisin sa suspense
        Resubmit_Suspense_Batch.
            MOVE "TRANWK.DAT" TO TRAN-FILE-NAME
            OPEN OUTPUT TRANFILE
            PERFORM VARYING SUSQ-LDX FROM SUSQ-START(SUSQ-PICK)
                    BY 1 UNTIL SUSQ-LDX > SUSQ-END(SUSQ-PICK)
                MOVE SUSQ-LINES(SUSQ-LDX)(1:20) TO TRAN-RECORD
                WRITE TRAN-RECORD
            END-PERFORM
            CLOSE TRANFILE
            IF SUSQ-HDR-LDX > 0
                    AND SUSQ-LINES(SUSQ-HDR-LDX)(10:2) IS NUMERIC
                MOVE SUSQ-LINES(SUSQ-HDR-LDX)(10:2) TO SUSQ-SETS-IN
            ELSE
                MOVE 1 TO SUSQ-SETS-IN
            END-IF
            IF SUSQ-SETS-IN = 0
                MOVE 1 TO SUSQ-SETS-IN
            END-IF
            MOVE SUSQ-SETS-IN TO SET-COUNT
            MOVE RUN-MODE TO SUSQ-MODE-HOLD
            MOVE "BATCH" TO RUN-MODE
            MOVE "N" TO TRAN-EOF-SW
            MOVE 0 TO TRAN-DEFAULT-COUNT
            MOVE 0 TO SETS-PROCESSED
            MOVE 0 TO TRAN-ADJ-DONE
            MOVE 0 TO TRAN-ADJ-REJ
            *>ang header ng batch ang nagsasabi ng source nito - walang file na itutugma rito
            MOVE SPACES TO TRAN-SRC-CUR
            MOVE "N" TO BATCH-HDR-SETS-SW
            MOVE SUSQ-REF(SUSQ-PICK) TO TRAN-SUSP-REF
            PERFORM Validate_Tran_Batch
            MOVE TRAN-HDR-SOURCE-SAVE TO TRAN-SRC-CUR
            IF TRAN-SRC-CUR = SPACES
                MOVE "MAIN" TO TRAN-SRC-CUR
            END-IF
            *>idugtong sa return notice ng branch ang kinalabasan ng resubmit
            MOVE "Y" TO RTN-EXTEND-SW
            PERFORM Open_Return_Notice
            MOVE SPACES TO RTN-LINE
            STRING "RESUBMITTED FROM SUSPENSE REF " DELIMITED BY SIZE
                   TRAN-SUSP-REF DELIMITED BY SIZE
                   " BATCH DATE " DELIMITED BY SIZE
                   SUSQ-DATE(SUSQ-PICK) DELIMITED BY SIZE
                INTO RTN-LINE
            END-STRING
            PERFORM Write_Return_Line
            IF TRAN-VALID-SW = "Y"
                MOVE 0 TO BATCH-RC
                *>gaya ng BATCH run - unahin ang mga correction/void ng batch
                IF TRAN-ADJ-COUNT > 0
                    PERFORM Apply_Tran_Adjustments
                END-IF
                OPEN INPUT TRANFILE
                PERFORM VARYING SET-INDEX FROM 1 BY 1
                        UNTIL SET-INDEX > SET-COUNT
                        OR BATCH-RC = 20
                    MOVE TRAN-DEFAULT-COUNT TO RTN-DFLT-BEFORE
                    PERFORM Fill_Array
                    IF SAVE-BLOCKED-SW = "Y"
                        *>hindi naisave - itigil, at iwan ang batch sa suspense
                        MOVE 20 TO BATCH-RC
                    ELSE
                        PERFORM Ordered_Pair
                        MOVE OP(1) TO SET-OP1(SET-INDEX)
                        MOVE OP(2) TO SET-OP2(SET-INDEX)
                        MOVE GreatestRatio TO SET-RATIO(SET-INDEX)
                        PERFORM Statistics
                        ADD 1 TO SETS-PROCESSED
                        PERFORM Notice_Set_Line
                    END-IF
                END-PERFORM
                IF BATCH-RC = 20
                    CLOSE TRANFILE
                    PERFORM Notice_Batch_Stopped
                    DISPLAY "RESUBMIT STOPPED - SET NOT SAVED"
                        " (UPDATE LOCK HELD), BATCH LEFT IN SUSPENSE."
                    MOVE "SUSPENSE RESUBMIT STOPPED BY LOCK"
                        TO AUDIT-MESSAGE
                    PERFORM Write_Audit_Line
                ELSE
                    IF SET-COUNT > 0
                        PERFORM Print
                    END-IF
                    IF SET-COUNT > 1
                        PERFORM Print_Summary_Page
                    END-IF
                    CLOSE TRANFILE
                    IF TRAN-DEFAULT-COUNT > 0 OR TRAN-ADJ-REJ > 0
                        MOVE 4 TO BATCH-RC
                    ELSE
                        MOVE 0 TO BATCH-RC
                    END-IF
                    PERFORM Notice_Batch_Posted
                    MOVE 0 TO RUNSRC-COUNT
                    MOVE "RESUBMIT" TO TRAN-SRC-STAT
                    PERFORM Add_Run_Source_Result
                    PERFORM Write_Run_Control
                    PERFORM Drop_Suspense_Batch
                    DISPLAY "RESUBMIT COMPLETE, BATCH CLEARED FROM"
                        " SUSPENSE."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "SUSPENSE RESUBMITTED BATCH "
                               DELIMITED BY SIZE
                           SUSQ-PICK DELIMITED BY SIZE
                           " SETS " DELIMITED BY SIZE
                           SETS-PROCESSED DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            ELSE
                *>hindi pa rin pumasa - iwan sa suspense, huwag idagdag ulit, sabihin lang ang dahilan
                DISPLAY "RESUBMIT STILL REJECTED: " TRAN-REJECT-REASON
                MOVE SPACES TO RTN-LINE
                STRING "RESUBMIT STILL REJECTED - " DELIMITED BY SIZE
                       TRAN-REJECT-REASON DELIMITED BY SIZE
                    INTO RTN-LINE
                END-STRING
                PERFORM Write_Return_Line
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "SUSPENSE RESUBMIT REJECTED: " DELIMITED BY SIZE
                       TRAN-REJECT-REASON DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF
            PERFORM Close_Return_Notice
            MOVE SPACES TO TRAN-SRC-CUR
            *>linisin ang scratch file at ibalik ang TRANFILE sa normal na TRANIN.DAT
            OPEN OUTPUT TRANFILE
            CLOSE TRANFILE
            MOVE "TRANIN.DAT" TO TRAN-FILE-NAME
            MOVE SUSQ-MODE-HOLD TO RUN-MODE.

        *>muling isulat ang SUSPENSE.DAT na wala na ang na-resubmit na batch (pati ang marker line nito)
        Drop_Suspense_Batch.
            OPEN OUTPUT SUSPFILE
            PERFORM VARYING SUSQ-LDX FROM 1 BY 1
                    UNTIL SUSQ-LDX > SUSQ-LINE-COUNT
                IF SUSQ-LDX < SUSQ-START(SUSQ-PICK) - 1
                        OR SUSQ-LDX > SUSQ-END(SUSQ-PICK)
                    WRITE SUSP-RECORD FROM SUSQ-LINES(SUSQ-LDX)
                END-IF
            END-PERFORM
            CLOSE SUSPFILE.

        *>kinukuha mula sa TRANIN.DAT ang value para sa kasalukuyang COUNTER, nilalaktawan ang header at zero-valued records
        Read_Tran_Digit.
            MOVE 0 TO NUM(COUNTER)
            MOVE "N" TO TRAN-DEFAULTED-SW
            IF TRAN-EOF-SW = "Y"
                *>naubos na dati pa - huwag nang subukang mag-READ, pero itala pa rin ang exhaustion sa bawat position
                DISPLAY "TRAN FILE EXHAUSTED AT NUM(" COUNTER ")"
            ELSE
                PERFORM UNTIL NUM(COUNTER) NOT = 0
                        OR TRAN-EOF-SW = "Y"
                    READ TRANFILE
                        AT END
                            MOVE "Y" TO TRAN-EOF-SW
                            DISPLAY "TRAN FILE EXHAUSTED AT NUM("
                                COUNTER ")"
                        NOT AT END
                            EVALUATE TRAN-REC-TYPE
                                WHEN "D"
                                    PERFORM Use_Tran_Detail
                                WHEN "T"
                                    *>trailer na - logical end ng data, ituring na exhausted ang natitira
                                    MOVE "Y" TO TRAN-EOF-SW
                                    DISPLAY
                                        "TRAN FILE EXHAUSTED AT NUM("
                                        COUNTER ")"
                                WHEN OTHER
                                    CONTINUE *>header o basura - nilaktawan, ang validation pass ang bahala sa pagtutol
                            END-EVALUATE
                    END-READ
                END-PERFORM
            END-IF.
            IF NUM(COUNTER) = 0
                MOVE 1 TO NUM(COUNTER) *>default kapag naubusan na ng datos ang transaction file
                MOVE "Y" TO TRAN-DEFAULTED-SW
                ADD 1 TO TRAN-DEFAULT-COUNT *>bilang para sa run-control record at condition code
            END-IF.
            MOVE SPACES TO AUDIT-MESSAGE
            IF TRAN-DEFAULTED-SW = "Y"
                *>hiwalay na audit message para di malito sa tunay na datos mula sa TRANIN.DAT
                STRING "DEFAULTED NUM(" DELIMITED BY SIZE
                       COUNTER DELIMITED BY SIZE
                       ") = 1 (TRAN FILE EXHAUSTED)" DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
            ELSE
                STRING "BATCH NUM(" DELIMITED BY SIZE
                       COUNTER DELIMITED BY SIZE
                       ") = " DELIMITED BY SIZE
                       NUM(COUNTER) DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
            END-IF.
            PERFORM Write_Audit_Line.

        *>gamitin ang isang detail record - i-right-justify muna ang value (hal. "D5") bago ang NUMERIC test
        Use_Tran_Detail.
            MOVE TRAN-DIGIT TO NUM-INPUT
            PERFORM Right_Justify_Value
            IF NUM-INPUT IS NUMERIC
                MOVE NUM-INPUT TO NUM(COUNTER)
                IF NUM(COUNTER) = 0
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "REJECTED ZERO TRAN AT NUM("
                               DELIMITED BY SIZE
                           COUNTER DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                ELSE
                    *>parehong business limits ng interactive entry ang ipinapatupad sa batch values
                    IF NUM(COUNTER) < PARM-MIN(COUNTER)
                            OR NUM(COUNTER) > PARM-MAX(COUNTER)
                        MOVE SPACES TO AUDIT-MESSAGE
                        STRING "REJECTED OUT OF LIMITS TRAN AT NUM("
                                   DELIMITED BY SIZE
                               COUNTER DELIMITED BY SIZE
                               ") = " DELIMITED BY SIZE
                               NUM(COUNTER) DELIMITED BY SIZE
                            INTO AUDIT-MESSAGE
                        END-STRING
                        PERFORM Write_Audit_Line
                        MOVE 0 TO NUM(COUNTER) *>laktawan - basahin ang susunod na record
                    END-IF
                END-IF
            ELSE
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "REJECTED NON-NUMERIC TRAN AT "
                           DELIMITED BY SIZE
                       "NUM(" DELIMITED BY SIZE
                       COUNTER DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>isulat ang run-control completion record para mabasa ng susunod na job step ng scheduler -
        *>ang unang record ay ang kabuuan ng lahat ng source (parehong layout gaya ng dati), kasunod
        *>ang isang "SRC" line bawat source
        Write_Run_Control.
            MOVE 0 TO RUNSRC-TOT-REQ
            MOVE 0 TO RUNSRC-TOT-DONE
            MOVE 0 TO RUNSRC-TOT-DFLT
            PERFORM VARYING RUNSRC-IDX FROM 1 BY 1
                    UNTIL RUNSRC-IDX > RUNSRC-COUNT
                ADD RUNSRC-REQ(RUNSRC-IDX) TO RUNSRC-TOT-REQ
                ADD RUNSRC-DONE(RUNSRC-IDX) TO RUNSRC-TOT-DONE
                ADD RUNSRC-DFLT(RUNSRC-IDX) TO RUNSRC-TOT-DFLT
            END-PERFORM
            *>99 set at 999 default lang ang kasya sa lumang layout ng main record
            IF RUNSRC-TOT-REQ > 99
                MOVE 99 TO RUNSRC-TOT-REQ
            END-IF
            IF RUNSRC-TOT-DONE > 99
                MOVE 99 TO RUNSRC-TOT-DONE
            END-IF
            IF RUNSRC-TOT-DFLT > 999
                MOVE 999 TO RUNSRC-TOT-DFLT
            END-IF
            MOVE SPACES TO RUNCTL-RECORD
            MOVE RUN-DATE TO RUNCTL-DATE
            MOVE RUN-MODE TO RUNCTL-MODE
            MOVE RUNSRC-TOT-REQ TO RUNCTL-REQUESTED
            MOVE RUNSRC-TOT-DONE TO RUNCTL-PROCESSED
            MOVE RUNSRC-TOT-DFLT TO RUNCTL-DEFAULTED
            MOVE BATCH-RC TO RUNCTL-RC
            OPEN OUTPUT RUNCTLFILE
            WRITE RUNCTL-RECORD
            PERFORM VARYING RUNSRC-IDX FROM 1 BY 1
                    UNTIL RUNSRC-IDX > RUNSRC-COUNT
                MOVE SPACES TO RUNCTL-SRC-RECORD
                MOVE "SRC" TO RUNCTL-SRC-TAG
                MOVE RUNSRC-ID(RUNSRC-IDX) TO RUNCTL-SRC-ID
                MOVE RUNSRC-REQ(RUNSRC-IDX) TO RUNCTL-SRC-REQ
                MOVE RUNSRC-DONE(RUNSRC-IDX) TO RUNCTL-SRC-DONE
                MOVE RUNSRC-DFLT(RUNSRC-IDX) TO RUNCTL-SRC-DFLT
                MOVE RUNSRC-RC(RUNSRC-IDX) TO RUNCTL-SRC-RC
                MOVE RUNSRC-STAT(RUNSRC-IDX) TO RUNCTL-SRC-STAT
                MOVE RUNSRC-REF(RUNSRC-IDX) TO RUNCTL-SRC-REF
                WRITE RUNCTL-SRC-RECORD
            END-PERFORM
            CLOSE RUNCTLFILE
            PERFORM Print_Source_Summary
            DISPLAY "BATCH COMPLETE RC=" BATCH-RC " SETS "
                RUNCTL-PROCESSED "/" RUNCTL-REQUESTED " DEFAULTED "
                RUNCTL-DEFAULTED " SOURCES " RUNSRC-COUNT
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "BATCH COMPLETE RC=" DELIMITED BY SIZE
                   BATCH-RC DELIMITED BY SIZE
                   " SETS " DELIMITED BY SIZE
                   RUNCTL-PROCESSED DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   RUNCTL-REQUESTED DELIMITED BY SIZE
                   " DEFAULTED " DELIMITED BY SIZE
                   RUNCTL-DEFAULTED DELIMITED BY SIZE
                   " SOURCES " DELIMITED BY SIZE
                   RUNSRC-COUNT DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>summary page ng run ayon sa source - ilan ang hiningi, naipasok, na-default, at ang RC
        Print_Source_Summary.
            DISPLAY " "
            DISPLAY "===== BATCH SUMMARY BY SOURCE ====="
            DISPLAY "SRC  STATUS    REQ DONE DFLT ADJ-OK ADJ-REJ RC"
                " SUSPENSE REF"
            PERFORM VARYING RUNSRC-IDX FROM 1 BY 1
                    UNTIL RUNSRC-IDX > RUNSRC-COUNT
                DISPLAY RUNSRC-ID(RUNSRC-IDX) " "
                    RUNSRC-STAT(RUNSRC-IDX) " "
                    RUNSRC-REQ(RUNSRC-IDX) "  "
                    RUNSRC-DONE(RUNSRC-IDX) "   "
                    RUNSRC-DFLT(RUNSRC-IDX) "  "
                    RUNSRC-ADJ-OK(RUNSRC-IDX) "    "
                    RUNSRC-ADJ-REJ(RUNSRC-IDX) "     "
                    RUNSRC-RC(RUNSRC-IDX) " "
                    RUNSRC-REF(RUNSRC-IDX)
            END-PERFORM.

        *>buksan ang return notice ng source (RTNxxxx.DAT) - bago sa bawat takbo, pero dinudugtungan
        *>kapag restart o resubmit para buo pa rin ang listahang matatanggap ng branch
        Open_Return_Notice.
            MOVE SPACES TO RTN-FILE-NAME
            STRING "RTN" DELIMITED BY SIZE
                   TRAN-SRC-CUR DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                INTO RTN-FILE-NAME
            END-STRING
            MOVE "N" TO RTN-OPEN-SW
            IF RTN-EXTEND-SW = "Y"
                OPEN EXTEND RTNFILE
                IF RTN-FILE-STATUS = "35"
                    OPEN OUTPUT RTNFILE
                END-IF
            ELSE
                OPEN OUTPUT RTNFILE
            END-IF
            IF RTN-FILE-STATUS(1:1) = "0"
                MOVE "Y" TO RTN-OPEN-SW
            END-IF
            ACCEPT RTN-TIME FROM TIME
            MOVE SPACES TO RTN-LINE
            STRING "RETURN NOTICE SOURCE " DELIMITED BY SIZE
                   TRAN-SRC-CUR DELIMITED BY SIZE
                   " BUSINESS DATE " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " RUN " DELIMITED BY SIZE
                   RTN-TIME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-FILE-NAME DELIMITED BY SIZE
                INTO RTN-LINE
            END-STRING
            PERFORM Write_Return_Line.

        Write_Return_Line.
            IF RTN-OPEN-SW = "Y"
                WRITE RTN-RECORD FROM RTN-LINE
            END-IF.

        Close_Return_Notice.
            IF RTN-OPEN-SW = "Y"
                CLOSE RTNFILE
                MOVE "N" TO RTN-OPEN-SW
            END-IF.

        *>isang tinanggap na set - ang SEQ na ibinigay ng NUMDATA.DAT at ang limang value
        Notice_Set_Line.
            MOVE SPACES TO RTN-LINE
            MOVE 1 TO RTN-PTR
            STRING "SET " DELIMITED BY SIZE
                   SET-INDEX DELIMITED BY SIZE
                   " ACCEPTED AS SEQ " DELIMITED BY SIZE
                   CUR-SET-SEQ DELIMITED BY SIZE
                   " VALUES " DELIMITED BY SIZE
                   NUM(1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUM(2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUM(3) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUM(4) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NUM(5) DELIMITED BY SIZE
                INTO RTN-LINE WITH POINTER RTN-PTR
            END-STRING
            IF TRAN-DEFAULT-COUNT > RTN-DFLT-BEFORE
                STRING " (DEFAULTED)" DELIMITED BY SIZE
                    INTO RTN-LINE WITH POINTER RTN-PTR
                END-STRING
            END-IF
            PERFORM Write_Return_Line.

        *>isang correction/void record ng batch - nailapat, o ang dahilan ng pagtanggi
        Notice_Adjustment_Line.
            MOVE SPACES TO RTN-LINE
            IF ADJ-RESULT-SW = "Y"
                STRING "ADJ " DELIMITED BY SIZE
                       ADJ-REQ-TYPE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       ADJ-REQ-SEQ DELIMITED BY SIZE
                       " APPLIED" DELIMITED BY SIZE
                    INTO RTN-LINE
                END-STRING
            ELSE
                STRING "ADJ " DELIMITED BY SIZE
                       ADJ-REQ-TYPE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       ADJ-REQ-SEQ DELIMITED BY SIZE
                       " REFUSED - " DELIMITED BY SIZE
                       ADJ-REFUSE-REASON DELIMITED BY SIZE
                    INTO RTN-LINE
                END-STRING
            END-IF
            PERFORM Write_Return_Line.

        Notice_Batch_Posted.
            MOVE SPACES TO RTN-LINE
            STRING "POSTED SETS " DELIMITED BY SIZE
                   SETS-PROCESSED DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   SET-COUNT DELIMITED BY SIZE
                   " DEFAULTED " DELIMITED BY SIZE
                   TRAN-DEFAULT-COUNT DELIMITED BY SIZE
                   " ADJ APPLIED " DELIMITED BY SIZE
                   TRAN-ADJ-DONE DELIMITED BY SIZE
                   " REFUSED " DELIMITED BY SIZE
                   TRAN-ADJ-REJ DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   BATCH-RC DELIMITED BY SIZE
                INTO RTN-LINE
            END-STRING
            PERFORM Write_Return_Line.

        Notice_Batch_Stopped.
            MOVE SPACES TO RTN-LINE
            STRING "STOPPED AFTER " DELIMITED BY SIZE
                   SETS-PROCESSED DELIMITED BY SIZE
                   " SETS - UPDATE LOCK HELD, REMAINDER FOLLOWS"
                       DELIMITED BY SIZE
                   " ON RERUN" DELIMITED BY SIZE
                INTO RTN-LINE
            END-STRING
            PERFORM Write_Return_Line.

        Notice_Batch_Rejected.
            MOVE SPACES TO RTN-LINE
            STRING "BATCH REJECTED - " DELIMITED BY SIZE
                   TRAN-REJECT-REASON DELIMITED BY SIZE
                INTO RTN-LINE
            END-STRING
            PERFORM Write_Return_Line
            MOVE SPACES TO RTN-LINE
            STRING "NO SETS POSTED - HELD IN SUSPENSE AS REF "
                       DELIMITED BY SIZE
                   TRAN-SUSP-REF DELIMITED BY SIZE
                INTO RTN-LINE
            END-STRING
            PERFORM Write_Return_Line.

        *>isulat ang kasalukuyang NUM set sa NUMDATA.DAT - indexed na, kaya I-O open at keyed WRITE;
        *>hawak ang update lock mula sa pagkuha ng seq hanggang maisulat, para walang duplicate SEQ
        *>mula sa dalawang sabay na session
        Save_Num_Record.
            MOVE "N" TO SAVE-BLOCKED-SW
            PERFORM Take_Update_Lock
            IF LOCK-HELD-SW = "Y"
                MOVE "Y" TO SAVE-BLOCKED-SW
                DISPLAY "SET NOT SAVED - TRY AGAIN WHEN FREE."
                MOVE "SAVE BLOCKED BY UPDATE LOCK" TO AUDIT-MESSAGE
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Get_Next_Num_Seq
                MOVE NUM-SEQ-NEXT TO NUM-FILE-SEQ
                MOVE RUN-DATE TO NUM-FILE-DATE
                MOVE NUM(1) TO NUM-FILE-DIGIT(1)
                MOVE NUM(2) TO NUM-FILE-DIGIT(2)
                MOVE NUM(3) TO NUM-FILE-DIGIT(3)
                MOVE NUM(4) TO NUM-FILE-DIGIT(4)
                MOVE NUM(5) TO NUM-FILE-DIGIT(5)
                OPEN I-O NUMFILE
                IF NUM-FILE-STATUS = "35"
                    OPEN OUTPUT NUMFILE
                END-IF
                WRITE NUM-FILE-RECORD
                CLOSE NUMFILE
                *>MTD/YTD accumulators - habang hawak pa ang lock
                PERFORM Update_Period_Totals
                *>idagdag agad sa history summary, kasama ang running totals
                PERFORM Summary_Add_Set
                *>ito na ang kasalukuyang set - ilalagay sa catalog entry ng mga susunod na report
                MOVE NUM-FILE-SEQ TO CUR-SET-SEQ
                PERFORM Release_Update_Lock
            END-IF.

        *>kunin ang susunod na sequence number - dahil indexed na ang file, sapat nang puntahan ang
        *>pinakamataas na key gamit ang START/READ PREVIOUS, hindi na binabasa ang buong file
        Get_Next_Num_Seq.
            MOVE 0 TO NUM-SEQ-NEXT
            OPEN INPUT NUMFILE
            IF NUM-FILE-STATUS = "00"
                MOVE 9999 TO NUM-FILE-SEQ
                START NUMFILE KEY IS NOT GREATER THAN NUM-FILE-SEQ
                    INVALID KEY
                        CONTINUE *>walang laman ang file
                    NOT INVALID KEY
                        READ NUMFILE PREVIOUS
                            AT END
                                CONTINUE
                            NOT AT END
                                MOVE NUM-FILE-SEQ TO NUM-SEQ-NEXT
                        END-READ
                END-START
            END-IF
            CLOSE NUMFILE
            *>huwag ulitin ang seq ng na-void na set - wala na sa NUMDATA.DAT pero nasa journal pa
            OPEN INPUT ADJFILE
            IF ADJ-FILE-STATUS = "00"
                PERFORM UNTIL ADJ-FILE-STATUS NOT = "00"
                    READ ADJFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ADJ-SEQ IS NUMERIC
                                    AND ADJ-SEQ > NUM-SEQ-NEXT
                                MOVE ADJ-SEQ TO NUM-SEQ-NEXT
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ADJFILE
            ADD 1 TO NUM-SEQ-NEXT.

        *>supervisor screen para itama o i-void ang isang naisave nang set ayon sa seq - hindi na
        *>binubura o dinadaya ang mali; may before/after image sa NUMADJ.DAT at bakas sa audit log
        Correct_Void_Set.
            DISPLAY " "
            DISPLAY "===== CORRECT / VOID SAVED SET ====="
            DISPLAY "ENTER SEQ: " WITH NO ADVANCING
            ACCEPT HIST-PICK
            PERFORM Read_Adjust_Target
            IF HIST-FOUND-SW = "Y"
                *>huwag nang itanong ang bagong values kung sarado ang period ng set
                MOVE ADJ-OLD-DATE TO PER-CHK-DATE
                PERFORM Check_Period_Closed
                IF PER-CLOSED-SW = "Y"
                    MOVE "C" TO HIST-FOUND-SW
                    DISPLAY "SEQ " HIST-PICK " DATE " ADJ-OLD-DATE
                        " IS IN A CLOSED PERIOD - REOPEN IT FIRST."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "SET ADJUSTMENT REFUSED SEQ "
                               DELIMITED BY SIZE
                           HIST-PICK DELIMITED BY SIZE
                           " - PERIOD CLOSED" DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-IF
            IF HIST-FOUND-SW = "N"
                DISPLAY "SEQ " HIST-PICK " NOT FOUND."
            END-IF
            IF HIST-FOUND-SW = "Y"
                DISPLAY "SEQ " HIST-PICK " DATE " ADJ-OLD-DATE " : "
                    ADJ-OLD-DIGIT(1) " " ADJ-OLD-DIGIT(2) " "
                    ADJ-OLD-DIGIT(3) " " ADJ-OLD-DIGIT(4) " "
                    ADJ-OLD-DIGIT(5)
                DISPLAY "[C] CORRECT THE VALUES"
                DISPLAY "[V] VOID THE SET"
                DISPLAY "[X] BACK TO MENU"
                DISPLAY "ACTION: " WITH NO ADVANCING
                ACCEPT ADJ-ACTION
                EVALUATE ADJ-ACTION
                    WHEN "C"
                    WHEN "c"
                        PERFORM Correct_Set_Values
                    WHEN "V"
                    WHEN "v"
                        DISPLAY "VOID SEQ " HIST-PICK "? (Y/N): "
                            WITH NO ADVANCING
                        ACCEPT ADJ-CONFIRM
                        IF ADJ-CONFIRM = "Y" OR ADJ-CONFIRM = "y"
                            MOVE "V" TO ADJ-REQ-TYPE
                            MOVE HIST-PICK TO ADJ-REQ-SEQ
                            PERFORM Apply_Set_Adjustment
                            PERFORM Drop_Stale_Current_Set
                        END-IF
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>basahin ang set na itatama para maipakita - babasahin ulit sa ilalim ng lock bago baguhin
        Read_Adjust_Target.
            MOVE "N" TO HIST-FOUND-SW
            OPEN INPUT NUMFILE
            IF NUM-FILE-STATUS = "00"
                MOVE HIST-PICK TO NUM-FILE-SEQ
                READ NUMFILE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE "Y" TO HIST-FOUND-SW
                        PERFORM Save_Adjust_Before
                END-READ
            END-IF
            CLOSE NUMFILE.

        *>itabi ang kasalukuyang laman ng nabasang NUMDATA.DAT record bilang before image
        Save_Adjust_Before.
            MOVE NUM-FILE-DATE TO ADJ-OLD-DATE
            PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                    UNTIL ADJ-DIGIT-IDX > 5
                MOVE NUM-FILE-DIGIT(ADJ-DIGIT-IDX)
                    TO ADJ-OLD-DIGIT(ADJ-DIGIT-IDX)
            END-PERFORM.

        *>tanggapin ang limang bagong value gamit ang parehong numeric/zero/limits check ng Fill_Array;
        *>hinihiram ang NUM array kaya itinatabi muna ang kasalukuyang set
        Correct_Set_Values.
            PERFORM Hold_Current_Set
            PERFORM VARYING COUNTER FROM 1 BY 1 UNTIL COUNTER > 5
                DISPLAY "NEW NUM(" COUNTER ") WAS "
                    ADJ-OLD-DIGIT(COUNTER) " ("
                    PARM-MIN(COUNTER) "-" PARM-MAX(COUNTER) "): "
                    WITH NO ADVANCING
                PERFORM Accept_Valid_Digit
                PERFORM UNTIL NUM(COUNTER) NOT = 0
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "REJECTED ZERO AT NUM(" DELIMITED BY SIZE
                           COUNTER DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                    DISPLAY "ZERO NOT ALLOWED, ENTER "
                        PARM-MIN(COUNTER) "-" PARM-MAX(COUNTER)
                        ": " WITH NO ADVANCING
                    PERFORM Accept_Valid_Digit
                END-PERFORM
                MOVE NUM(COUNTER) TO ADJ-REQ-DIGIT(COUNTER)
            END-PERFORM
            PERFORM Restore_Current_Set
            MOVE "C" TO ADJ-REQ-TYPE
            MOVE HIST-PICK TO ADJ-REQ-SEQ
            PERFORM Apply_Set_Adjustment
            PERFORM Drop_Stale_Current_Set.

        *>kapag ang itinamang set ang nasa NUM ngayon, luma na iyon - pilitin ang muling pag-load
        Drop_Stale_Current_Set.
            IF ADJ-RESULT-SW = "Y" AND ADJ-REQ-SEQ = CUR-SET-SEQ
                MOVE "N" TO NUM-LOADED-SW
                MOVE "N" TO RATIO-READY-SW
            END-IF.

        *>ilapat ang isang correction o void sa NUMDATA.DAT at itala sa NUMADJ.DAT - iisang daan
        *>para sa screen at sa C/V records ng batch; ADJ-RESULT-SW ang resulta
        Apply_Set_Adjustment.
            MOVE "N" TO ADJ-RESULT-SW
            MOVE SPACES TO ADJ-REFUSE-REASON
            MOVE "N" TO ADJ-LOCK-SW
            IF LOCK-OPEN-SW NOT = "Y"
                PERFORM Take_Update_Lock
                IF LOCK-HELD-SW NOT = "Y"
                    MOVE "Y" TO ADJ-LOCK-SW
                END-IF
            END-IF
            IF LOCK-OPEN-SW NOT = "Y"
                MOVE "B" TO ADJ-RESULT-SW
                MOVE "UPDATE LOCK HELD" TO ADJ-REFUSE-REASON
            ELSE
                PERFORM Apply_Adjustment_Update
                IF ADJ-LOCK-SW = "Y"
                    PERFORM Release_Update_Lock
                END-IF
            END-IF
            PERFORM Log_Set_Adjustment.

        *>basahin ulit ang set sa ilalim ng lock, at saka REWRITE (correction) o DELETE (void)
        Apply_Adjustment_Update.
            OPEN I-O NUMFILE
            IF NUM-FILE-STATUS = "00"
                MOVE ADJ-REQ-SEQ TO NUM-FILE-SEQ
                READ NUMFILE
                    INVALID KEY
                        MOVE "SEQ NOT ON FILE" TO ADJ-REFUSE-REASON
                    NOT INVALID KEY
                        PERFORM Apply_Adjustment_Record
                END-READ
            ELSE
                MOVE "SEQ NOT ON FILE" TO ADJ-REFUSE-REASON
            END-IF
            CLOSE NUMFILE
            IF ADJ-RESULT-SW = "Y"
                PERFORM Write_Adjust_Journal
                PERFORM Adjust_Period_Totals
                PERFORM Summary_Adjust_Set
            END-IF.

        *>ang nabasang record mismo - itabi ang before image, tapos baguhin o burahin
        Apply_Adjustment_Record.
            PERFORM Save_Adjust_Before
            MOVE ADJ-OLD-DATE TO PER-CHK-DATE
            PERFORM Check_Period_Closed
            IF PER-CLOSED-SW = "Y"
                *>sarado na ang buwan/taon ng set - kailangang buksan muli ng supervisor
                MOVE "PERIOD CLOSED" TO ADJ-REFUSE-REASON
            ELSE
                IF NUM-FILE-RECORD(18:1) = SPACE
                    *>record mula noong 1 digit pa bawat elemento - hindi ligtas na i-REWRITE
                    MOVE "LEGACY RECORD LAYOUT" TO ADJ-REFUSE-REASON
                ELSE
                    IF ADJ-REQ-TYPE = "C"
                        MOVE "Y" TO ADJ-SAME-SW
                        PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                                UNTIL ADJ-DIGIT-IDX > 5
                            IF ADJ-REQ-DIGIT(ADJ-DIGIT-IDX) NOT =
                                    ADJ-OLD-DIGIT(ADJ-DIGIT-IDX)
                                MOVE "N" TO ADJ-SAME-SW
                            END-IF
                            MOVE ADJ-REQ-DIGIT(ADJ-DIGIT-IDX)
                                TO NUM-FILE-DIGIT(ADJ-DIGIT-IDX)
                        END-PERFORM
                        IF ADJ-SAME-SW = "Y"
                            *>walang binago - huwag magtala ng walang-saysay na adjustment
                            MOVE "NO CHANGE TO SAVED VALUES"
                                TO ADJ-REFUSE-REASON
                        ELSE
                            REWRITE NUM-FILE-RECORD
                                INVALID KEY
                                    MOVE "REWRITE FAILED"
                                        TO ADJ-REFUSE-REASON
                                NOT INVALID KEY
                                    MOVE "Y" TO ADJ-RESULT-SW
                            END-REWRITE
                        END-IF
                    ELSE
                        DELETE NUMFILE RECORD
                            INVALID KEY
                                MOVE "DELETE FAILED"
                                    TO ADJ-REFUSE-REASON
                            NOT INVALID KEY
                                MOVE "Y" TO ADJ-RESULT-SW
                        END-DELETE
                    END-IF
                END-IF
            END-IF.

        *>idagdag ang journal entry ng naisagawang adjustment - hindi pa naipapadala sa extract
        Write_Adjust_Journal.
            MOVE SPACES TO ADJ-RECORD
            MOVE ADJ-REQ-SEQ TO ADJ-SEQ
            MOVE ADJ-REQ-TYPE TO ADJ-TYPE
            MOVE RUN-DATE TO ADJ-DATE
            MOVE OPERATOR-ID TO ADJ-OPER
            MOVE ADJ-OLD-DATE TO ADJ-ORIG-DATE
            PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                    UNTIL ADJ-DIGIT-IDX > 5
                MOVE ADJ-OLD-DIGIT(ADJ-DIGIT-IDX)
                    TO ADJ-BEFORE-DIGIT(ADJ-DIGIT-IDX)
                IF ADJ-REQ-TYPE = "C"
                    MOVE ADJ-REQ-DIGIT(ADJ-DIGIT-IDX)
                        TO ADJ-AFTER-DIGIT(ADJ-DIGIT-IDX)
                ELSE
                    MOVE 0 TO ADJ-AFTER-DIGIT(ADJ-DIGIT-IDX)
                END-IF
            END-PERFORM
            MOVE "N" TO ADJ-EXP-SW
            MOVE 0 TO ADJ-EXP-DATE
            OPEN EXTEND ADJFILE
            IF ADJ-FILE-STATUS = "35"
                OPEN OUTPUT ADJFILE
            END-IF
            WRITE ADJ-RECORD
            CLOSE ADJFILE.

        *>ipakita at itala ang kinalabasan - before at after image sa audit line kapag naisagawa
        Log_Set_Adjustment.
            MOVE SPACES TO AUDIT-MESSAGE
            IF ADJ-RESULT-SW = "Y"
                IF ADJ-REQ-TYPE = "C"
                    DISPLAY "SEQ " ADJ-REQ-SEQ " CORRECTED."
                    STRING "SET CORRECTED SEQ " DELIMITED BY SIZE
                           ADJ-REQ-SEQ DELIMITED BY SIZE
                           " FROM " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(1) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(3) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(4) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(5) DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           ADJ-REQ-DIGIT(1) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-REQ-DIGIT(2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-REQ-DIGIT(3) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-REQ-DIGIT(4) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-REQ-DIGIT(5) DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                ELSE
                    DISPLAY "SEQ " ADJ-REQ-SEQ " VOIDED."
                    STRING "SET VOIDED SEQ " DELIMITED BY SIZE
                           ADJ-REQ-SEQ DELIMITED BY SIZE
                           " WAS " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(1) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(2) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(3) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(4) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           ADJ-OLD-DIGIT(5) DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                END-IF
            ELSE
                DISPLAY "SEQ " ADJ-REQ-SEQ " NOT ADJUSTED - "
                    ADJ-REFUSE-REASON
                IF ADJ-REQ-TYPE = "C"
                    STRING "SET CORRECTION REFUSED SEQ "
                               DELIMITED BY SIZE
                           ADJ-REQ-SEQ DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           ADJ-REFUSE-REASON DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                ELSE
                    STRING "SET VOID REFUSED SEQ " DELIMITED BY SIZE
                           ADJ-REQ-SEQ DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           ADJ-REFUSE-REASON DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                END-IF
            END-IF
            PERFORM Write_Audit_Line.

        *>ilapat ang lahat ng C/V record ng pinatunayang batch - hawak ang lock sa buong pass para
        *>buo o wala; kapag hawak ng iba, RC 20 at walang nagalaw
        Apply_Tran_Adjustments.
            MOVE 0 TO TRAN-ADJ-DONE
            MOVE 0 TO TRAN-ADJ-REJ
            PERFORM Take_Update_Lock
            IF LOCK-HELD-SW = "Y"
                MOVE 20 TO BATCH-RC
                DISPLAY "BATCH ADJUSTMENTS NOT APPLIED (UPDATE LOCK"
                    " HELD)."
                MOVE "BATCH ADJUSTMENTS BLOCKED BY LOCK"
                    TO AUDIT-MESSAGE
                PERFORM Write_Audit_Line
            ELSE
                OPEN INPUT TRANFILE
                PERFORM UNTIL TRAN-FILE-STATUS NOT = "00"
                    READ TRANFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF TRAN-REC-TYPE = "C"
                                    OR TRAN-REC-TYPE = "V"
                                PERFORM Apply_One_Tran_Adjustment
                            END-IF
                    END-READ
                END-PERFORM
                CLOSE TRANFILE
                PERFORM Release_Update_Lock
                DISPLAY "BATCH ADJUSTMENTS APPLIED " TRAN-ADJ-DONE
                    " REFUSED " TRAN-ADJ-REJ
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "BATCH ADJUSTMENTS APPLIED " DELIMITED BY SIZE
                       TRAN-ADJ-DONE DELIMITED BY SIZE
                       " REFUSED " DELIMITED BY SIZE
                       TRAN-ADJ-REJ DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>isang C/V record - pinatunayan na ng validation pass ang seq at mga value
        Apply_One_Tran_Adjustment.
            MOVE TRAN-REC-TYPE TO ADJ-REQ-TYPE
            MOVE TRAN-ADJ-SEQ TO ADJ-REQ-SEQ
            PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                    UNTIL ADJ-DIGIT-IDX > 5
                MOVE 0 TO ADJ-REQ-DIGIT(ADJ-DIGIT-IDX)
                IF TRAN-REC-TYPE = "C"
                    MOVE TRAN-ADJ-DIGIT(ADJ-DIGIT-IDX) TO NUM-INPUT
                    PERFORM Right_Justify_Value
                    IF NUM-INPUT IS NUMERIC
                        MOVE NUM-INPUT TO ADJ-REQ-DIGIT(ADJ-DIGIT-IDX)
                    END-IF
                END-IF
            END-PERFORM
            PERFORM Apply_Set_Adjustment
            IF ADJ-RESULT-SW = "Y"
                ADD 1 TO TRAN-ADJ-DONE
            ELSE
                ADD 1 TO TRAN-ADJ-REJ
            END-IF
            IF RTN-OPEN-SW = "Y"
                PERFORM Notice_Adjustment_Line
            END-IF.

        *>basahin sa ADJQ-TABLE ang journal entries na may kinalaman sa araw lang - ang ginawa
        *>ngayon, o ang set na orihinal na naisave ngayon; hindi na lumalaki ang table kasabay ng file
        Load_Day_Adjustments.
            MOVE 0 TO ADJQ-COUNT
            MOVE "N" TO ADJQ-OVER-SW
            OPEN INPUT ADJFILE
            IF ADJ-FILE-STATUS = "00"
                PERFORM UNTIL ADJ-FILE-STATUS NOT = "00"
                    READ ADJFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ADJ-DATE = RUN-DATE
                                    OR ADJ-ORIG-DATE = RUN-DATE
                                PERFORM Load_Adjust_Entry
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ADJFILE.

        *>ilipat ang isang journal record sa table; ang sirang numeric field ay ginagawang zero
        Load_Adjust_Entry.
            IF ADJQ-COUNT < 500
                ADD 1 TO ADJQ-COUNT
                MOVE ADJ-TYPE TO ADJQ-TYPE(ADJQ-COUNT)
                MOVE ADJ-OPER TO ADJQ-OPER(ADJQ-COUNT)
                MOVE ADJ-EXP-SW TO ADJQ-EXP-SW(ADJQ-COUNT)
                IF ADJ-SEQ IS NUMERIC
                    MOVE ADJ-SEQ TO ADJQ-SEQ(ADJQ-COUNT)
                ELSE
                    MOVE 0 TO ADJQ-SEQ(ADJQ-COUNT)
                END-IF
                IF ADJ-DATE IS NUMERIC
                    MOVE ADJ-DATE TO ADJQ-DATE(ADJQ-COUNT)
                ELSE
                    MOVE 0 TO ADJQ-DATE(ADJQ-COUNT)
                END-IF
                IF ADJ-ORIG-DATE IS NUMERIC
                    MOVE ADJ-ORIG-DATE TO ADJQ-ORIG-DATE(ADJQ-COUNT)
                ELSE
                    MOVE 0 TO ADJQ-ORIG-DATE(ADJQ-COUNT)
                END-IF
                IF ADJ-EXP-DATE IS NUMERIC
                    MOVE ADJ-EXP-DATE TO ADJQ-EXP-DATE(ADJQ-COUNT)
                ELSE
                    MOVE 0 TO ADJQ-EXP-DATE(ADJQ-COUNT)
                END-IF
                PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                        UNTIL ADJ-DIGIT-IDX > 5
                    IF ADJ-BEFORE-DIGIT(ADJ-DIGIT-IDX) IS NUMERIC
                        MOVE ADJ-BEFORE-DIGIT(ADJ-DIGIT-IDX)
                            TO ADJQ-BEFORE(ADJQ-COUNT ADJ-DIGIT-IDX)
                    ELSE
                        MOVE 0
                            TO ADJQ-BEFORE(ADJQ-COUNT ADJ-DIGIT-IDX)
                    END-IF
                    IF ADJ-AFTER-DIGIT(ADJ-DIGIT-IDX) IS NUMERIC
                        MOVE ADJ-AFTER-DIGIT(ADJ-DIGIT-IDX)
                            TO ADJQ-AFTER(ADJQ-COUNT ADJ-DIGIT-IDX)
                    ELSE
                        MOVE 0
                            TO ADJQ-AFTER(ADJQ-COUNT ADJ-DIGIT-IDX)
                    END-IF
                END-PERFORM
            ELSE
                *>may entry ng araw na hindi kumasya sa table
                MOVE "Y" TO ADJQ-OVER-SW
            END-IF.

        *>basahin ang buong PERIOD.DAT sa table - ang M at Y record ng bawat buwan at taon na may galaw
        Load_Period_File.
            MOVE 0 TO PERQ-COUNT
            MOVE "N" TO PERQ-OVER-SW
            OPEN INPUT PERFILE
            IF PER-FILE-STATUS = "00"
                PERFORM UNTIL PER-FILE-STATUS NOT = "00"
                    READ PERFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM Load_Period_Entry
                    END-READ
                END-PERFORM
            END-IF
            CLOSE PERFILE.

        *>isang period record papunta sa table - ang sirang bilang ay itinuturing na zero
        Load_Period_Entry.
            IF PER-ID IS NUMERIC
                IF PERQ-COUNT < 200
                    ADD 1 TO PERQ-COUNT
                    MOVE PER-TYPE TO PERQ-TYPE(PERQ-COUNT)
                    MOVE PER-ID TO PERQ-ID(PERQ-COUNT)
                    MOVE PER-STATUS TO PERQ-STATUS(PERQ-COUNT)
                    MOVE 0 TO PERQ-SETS(PERQ-COUNT)
                    MOVE 0 TO PERQ-ALERTS(PERQ-COUNT)
                    MOVE 0 TO PERQ-TRENDS(PERQ-COUNT)
                    MOVE 0 TO PERQ-CORRS(PERQ-COUNT)
                    MOVE 0 TO PERQ-VOIDS(PERQ-COUNT)
                    MOVE 0 TO PERQ-SUM-TOTAL(PERQ-COUNT)
                    MOVE 0 TO PERQ-RATIO-TOTAL(PERQ-COUNT)
                    MOVE 0 TO PERQ-MIN(PERQ-COUNT)
                    MOVE 0 TO PERQ-MAX(PERQ-COUNT)
                    MOVE 0 TO PERQ-CLOSE-DATE(PERQ-COUNT)
                    MOVE PER-CLOSE-OPER TO PERQ-CLOSE-OPER(PERQ-COUNT)
                    IF PER-SETS IS NUMERIC
                        MOVE PER-SETS TO PERQ-SETS(PERQ-COUNT)
                    END-IF
                    IF PER-ALERTS IS NUMERIC
                        MOVE PER-ALERTS TO PERQ-ALERTS(PERQ-COUNT)
                    END-IF
                    IF PER-TRENDS IS NUMERIC
                        MOVE PER-TRENDS TO PERQ-TRENDS(PERQ-COUNT)
                    END-IF
                    IF PER-CORRS IS NUMERIC
                        MOVE PER-CORRS TO PERQ-CORRS(PERQ-COUNT)
                    END-IF
                    IF PER-VOIDS IS NUMERIC
                        MOVE PER-VOIDS TO PERQ-VOIDS(PERQ-COUNT)
                    END-IF
                    IF PER-SUM-TOTAL IS NUMERIC
                        MOVE PER-SUM-TOTAL
                            TO PERQ-SUM-TOTAL(PERQ-COUNT)
                    END-IF
                    IF PER-RATIO-TOTAL IS NUMERIC
                        MOVE PER-RATIO-TOTAL
                            TO PERQ-RATIO-TOTAL(PERQ-COUNT)
                    END-IF
                    IF PER-MIN IS NUMERIC
                        MOVE PER-MIN TO PERQ-MIN(PERQ-COUNT)
                    END-IF
                    IF PER-MAX IS NUMERIC
                        MOVE PER-MAX TO PERQ-MAX(PERQ-COUNT)
                    END-IF
                    IF PER-CLOSE-DATE IS NUMERIC
                        MOVE PER-CLOSE-DATE
                            TO PERQ-CLOSE-DATE(PERQ-COUNT)
                    END-IF
                ELSE
                    *>may record na hindi kumasya - huwag nang i-rewrite ang file
                    MOVE "Y" TO PERQ-OVER-SW
                END-IF
            END-IF.

        *>muling isulat ang buong PERIOD.DAT mula sa table
        Rewrite_Period_File.
            OPEN OUTPUT PERFILE
            PERFORM VARYING PERQ-IDX FROM 1 BY 1
                    UNTIL PERQ-IDX > PERQ-COUNT
                MOVE SPACES TO PER-RECORD
                MOVE PERQ-TYPE(PERQ-IDX) TO PER-TYPE
                MOVE PERQ-ID(PERQ-IDX) TO PER-ID
                MOVE PERQ-STATUS(PERQ-IDX) TO PER-STATUS
                MOVE PERQ-SETS(PERQ-IDX) TO PER-SETS
                MOVE PERQ-ALERTS(PERQ-IDX) TO PER-ALERTS
                MOVE PERQ-TRENDS(PERQ-IDX) TO PER-TRENDS
                MOVE PERQ-CORRS(PERQ-IDX) TO PER-CORRS
                MOVE PERQ-VOIDS(PERQ-IDX) TO PER-VOIDS
                MOVE PERQ-SUM-TOTAL(PERQ-IDX) TO PER-SUM-TOTAL
                MOVE PERQ-RATIO-TOTAL(PERQ-IDX) TO PER-RATIO-TOTAL
                MOVE PERQ-MIN(PERQ-IDX) TO PER-MIN
                MOVE PERQ-MAX(PERQ-IDX) TO PER-MAX
                MOVE PERQ-CLOSE-DATE(PERQ-IDX) TO PER-CLOSE-DATE
                MOVE PERQ-CLOSE-OPER(PERQ-IDX) TO PER-CLOSE-OPER
                WRITE PER-RECORD
            END-PERFORM
            CLOSE PERFILE.

        *>hanapin sa table ang period na PER-FIND-TYPE/PER-FIND-ID - zero ang PERQ-FOUND-IDX kapag wala
        Find_Period_Entry.
            MOVE 0 TO PERQ-FOUND-IDX
            PERFORM VARYING PERQ-IDX FROM 1 BY 1
                    UNTIL PERQ-IDX > PERQ-COUNT
                IF PERQ-TYPE(PERQ-IDX) = PER-FIND-TYPE
                        AND PERQ-ID(PERQ-IDX) = PER-FIND-ID
                    MOVE PERQ-IDX TO PERQ-FOUND-IDX
                END-IF
            END-PERFORM.

        *>hanapin, at kung wala pa ay idagdag na bukas at walang laman, ang period na hinahanap
        Add_Period_Entry.
            PERFORM Find_Period_Entry
            IF PERQ-FOUND-IDX = 0
                IF PERQ-COUNT < 200
                    ADD 1 TO PERQ-COUNT
                    MOVE PERQ-COUNT TO PERQ-FOUND-IDX
                    MOVE PER-FIND-TYPE TO PERQ-TYPE(PERQ-COUNT)
                    MOVE PER-FIND-ID TO PERQ-ID(PERQ-COUNT)
                    MOVE "O" TO PERQ-STATUS(PERQ-COUNT)
                    MOVE 0 TO PERQ-SETS(PERQ-COUNT)
                    MOVE 0 TO PERQ-ALERTS(PERQ-COUNT)
                    MOVE 0 TO PERQ-TRENDS(PERQ-COUNT)
                    MOVE 0 TO PERQ-CORRS(PERQ-COUNT)
                    MOVE 0 TO PERQ-VOIDS(PERQ-COUNT)
                    MOVE 0 TO PERQ-SUM-TOTAL(PERQ-COUNT)
                    MOVE 0 TO PERQ-RATIO-TOTAL(PERQ-COUNT)
                    MOVE 0 TO PERQ-MIN(PERQ-COUNT)
                    MOVE 0 TO PERQ-MAX(PERQ-COUNT)
                    MOVE 0 TO PERQ-CLOSE-DATE(PERQ-COUNT)
                    MOVE SPACES TO PERQ-CLOSE-OPER(PERQ-COUNT)
                ELSE
                    MOVE "Y" TO PERQ-OVER-SW
                END-IF
            END-IF.

        *>ang buwan (YYYYMM) at taon (YYYY00) na kinabibilangan ng PER-CHK-DATE
        Set_Period_Ids.
            DIVIDE PER-CHK-DATE BY 100 GIVING PER-MONTH-ID
            DIVIDE PER-CHK-DATE BY 10000 GIVING PER-YEAR-NUM
            COMPUTE PER-YEAR-ID = PER-YEAR-NUM * 100.

        *>ang M at Y entry ng petsang PER-CHK-DATE, idinadagdag kung wala pa - zero pareho ang index
        *>kapag hindi kumasya o putol ang pagkabasa ng file, para walang mabagong period
        Find_Period_Pair.
            PERFORM Set_Period_Ids
            MOVE 0 TO PERQ-M-IDX
            MOVE 0 TO PERQ-Y-IDX
            IF PERQ-OVER-SW NOT = "Y"
                MOVE "M" TO PER-FIND-TYPE
                MOVE PER-MONTH-ID TO PER-FIND-ID
                PERFORM Add_Period_Entry
                MOVE PERQ-FOUND-IDX TO PERQ-M-IDX
                MOVE "Y" TO PER-FIND-TYPE
                MOVE PER-YEAR-ID TO PER-FIND-ID
                PERFORM Add_Period_Entry
                MOVE PERQ-FOUND-IDX TO PERQ-Y-IDX
            END-IF
            IF PERQ-M-IDX = 0 OR PERQ-Y-IDX = 0
                MOVE 0 TO PERQ-M-IDX
                MOVE 0 TO PERQ-Y-IDX
            END-IF.

        *>sarado ba ang buwan o taon ng PER-CHK-DATE - "Y" sa PER-CLOSED-SW kapag oo
        Check_Period_Closed.
            MOVE "N" TO PER-CLOSED-SW
            PERFORM Load_Period_File
            PERFORM Set_Period_Ids
            MOVE "M" TO PER-FIND-TYPE
            MOVE PER-MONTH-ID TO PER-FIND-ID
            PERFORM Find_Period_Entry
            IF PERQ-FOUND-IDX > 0
                IF PERQ-STATUS(PERQ-FOUND-IDX) = "C"
                    MOVE "Y" TO PER-CLOSED-SW
                END-IF
            END-IF
            MOVE "Y" TO PER-FIND-TYPE
            MOVE PER-YEAR-ID TO PER-FIND-ID
            PERFORM Find_Period_Entry
            IF PERQ-FOUND-IDX > 0
                IF PERQ-STATUS(PERQ-FOUND-IDX) = "C"
                    MOVE "Y" TO PER-CLOSED-SW
                END-IF
            END-IF.

        *>ratio, sum, min/max at alert ng set na nasa NUM ngayon - ang caller ang nagtatabi ng NUM
        Compute_Period_Figures.
            PERFORM Compute_Greatest_Ratio
            PERFORM Compute_Statistics
            MOVE GreatestRatio TO PER-RATIO-CUR
            MOVE STAT-SUM TO PER-SUM-CUR
            MOVE STAT-MIN TO PER-MIN-CUR
            MOVE STAT-MAX TO PER-MAX-CUR
            MOVE "N" TO PER-ALERT-SW
            IF GreatestRatio > PARM-RATIO-CEIL
                MOVE "Y" TO PER-ALERT-SW
            END-IF.

        *>idagdag ang isang set sa period na nasa PERQ-IDX
        Add_Period_Figures.
            IF PERQ-SETS(PERQ-IDX) = 0 OR PERQ-MIN(PERQ-IDX) = 0
                MOVE PER-MIN-CUR TO PERQ-MIN(PERQ-IDX)
                MOVE PER-MAX-CUR TO PERQ-MAX(PERQ-IDX)
            ELSE
                IF PER-MIN-CUR < PERQ-MIN(PERQ-IDX)
                    MOVE PER-MIN-CUR TO PERQ-MIN(PERQ-IDX)
                END-IF
                IF PER-MAX-CUR > PERQ-MAX(PERQ-IDX)
                    MOVE PER-MAX-CUR TO PERQ-MAX(PERQ-IDX)
                END-IF
            END-IF
            ADD 1 TO PERQ-SETS(PERQ-IDX)
            ADD PER-SUM-CUR TO PERQ-SUM-TOTAL(PERQ-IDX)
            ADD PER-RATIO-CUR TO PERQ-RATIO-TOTAL(PERQ-IDX)
            IF PER-ALERT-SW = "Y"
                ADD 1 TO PERQ-ALERTS(PERQ-IDX)
            END-IF.

        *>ibawas ang isang set sa period na nasa PERQ-IDX - hindi bababa sa zero, dahil ang mga set
        *>na naisave bago pa nagkaroon ng PERIOD.DAT ay wala sa totals; ang min/max ay hindi na
        *>ibinabalik dahil hindi alam ang pangalawang pinakamaliit/pinakamalaki
        Remove_Period_Figures.
            IF PERQ-SETS(PERQ-IDX) > 0
                SUBTRACT 1 FROM PERQ-SETS(PERQ-IDX)
            END-IF
            IF PERQ-SUM-TOTAL(PERQ-IDX) < PER-SUM-CUR
                MOVE 0 TO PERQ-SUM-TOTAL(PERQ-IDX)
            ELSE
                SUBTRACT PER-SUM-CUR FROM PERQ-SUM-TOTAL(PERQ-IDX)
            END-IF
            IF PERQ-RATIO-TOTAL(PERQ-IDX) < PER-RATIO-CUR
                MOVE 0 TO PERQ-RATIO-TOTAL(PERQ-IDX)
            ELSE
                SUBTRACT PER-RATIO-CUR FROM PERQ-RATIO-TOTAL(PERQ-IDX)
            END-IF
            IF PER-ALERT-SW = "Y" AND PERQ-ALERTS(PERQ-IDX) > 0
                SUBTRACT 1 FROM PERQ-ALERTS(PERQ-IDX)
            END-IF.

        *>idagdag sa MTD at YTD accumulators ang kakasave na set - tinatawag sa loob ng update lock
        *>ng Save_Num_Record; ang trend exception ay lihis sa YTD running average nang lagpas sa
        *>standing threshold, kasama ang set na ito gaya ng sa Trend_One_Set
        Update_Period_Totals.
            PERFORM Load_Period_File
            MOVE NUM-FILE-DATE TO PER-CHK-DATE
            PERFORM Find_Period_Pair
            IF PERQ-M-IDX = 0
                DISPLAY "PERIOD TOTALS NOT UPDATED - PERIOD.DAT FULL."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "PERIOD TOTALS NOT UPDATED SEQ "
                           DELIMITED BY SIZE
                       NUM-FILE-SEQ DELIMITED BY SIZE
                       " - PERIOD FILE FULL" DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Hold_Current_Set
                PERFORM Compute_Period_Figures
                PERFORM Restore_Current_Set
                COMPUTE PER-AVG =
                    (PERQ-RATIO-TOTAL(PERQ-Y-IDX) + PER-RATIO-CUR)
                    / (PERQ-SETS(PERQ-Y-IDX) + 1)
                IF PER-RATIO-CUR > PER-AVG
                    COMPUTE PER-DEV = PER-RATIO-CUR - PER-AVG
                ELSE
                    COMPUTE PER-DEV = PER-AVG - PER-RATIO-CUR
                END-IF
                MOVE PERQ-M-IDX TO PERQ-IDX
                PERFORM Add_Period_Figures
                MOVE PERQ-Y-IDX TO PERQ-IDX
                PERFORM Add_Period_Figures
                IF PER-DEV > PARM-TREND-THRESH
                    ADD 1 TO PERQ-TRENDS(PERQ-M-IDX)
                    ADD 1 TO PERQ-TRENDS(PERQ-Y-IDX)
                END-IF
                PERFORM Rewrite_Period_File
            END-IF.

        *>ilipat sa period ng orihinal na petsa ng set ang epekto ng naisagawang correction o void -
        *>alisin ang before image, idagdag ang after image kapag correction, at bilangin ang adjustment
        Adjust_Period_Totals.
            PERFORM Load_Period_File
            MOVE ADJ-OLD-DATE TO PER-CHK-DATE
            PERFORM Find_Period_Pair
            IF PERQ-M-IDX = 0
                DISPLAY "PERIOD TOTALS NOT UPDATED - PERIOD.DAT FULL."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "PERIOD TOTALS NOT UPDATED SEQ "
                           DELIMITED BY SIZE
                       ADJ-REQ-SEQ DELIMITED BY SIZE
                       " - PERIOD FILE FULL" DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            ELSE
                PERFORM Hold_Current_Set
                PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                        UNTIL ADJ-DIGIT-IDX > 5
                    MOVE ADJ-OLD-DIGIT(ADJ-DIGIT-IDX)
                        TO NUM(ADJ-DIGIT-IDX)
                END-PERFORM
                PERFORM Compute_Period_Figures
                MOVE PERQ-M-IDX TO PERQ-IDX
                PERFORM Remove_Period_Figures
                MOVE PERQ-Y-IDX TO PERQ-IDX
                PERFORM Remove_Period_Figures
                IF ADJ-REQ-TYPE = "C"
                    PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                            UNTIL ADJ-DIGIT-IDX > 5
                        MOVE ADJ-REQ-DIGIT(ADJ-DIGIT-IDX)
                            TO NUM(ADJ-DIGIT-IDX)
                    END-PERFORM
                    PERFORM Compute_Period_Figures
                    MOVE PERQ-M-IDX TO PERQ-IDX
                    PERFORM Add_Period_Figures
                    MOVE PERQ-Y-IDX TO PERQ-IDX
                    PERFORM Add_Period_Figures
                    ADD 1 TO PERQ-CORRS(PERQ-M-IDX)
                    ADD 1 TO PERQ-CORRS(PERQ-Y-IDX)
                ELSE
                    ADD 1 TO PERQ-VOIDS(PERQ-M-IDX)
                    ADD 1 TO PERQ-VOIDS(PERQ-Y-IDX)
                END-IF
                PERFORM Restore_Current_Set
                PERFORM Rewrite_Period_File
            END-IF.

        *>supervisor screen ng month-end/year-end close - MTD/YTD ng business date, listahan ng
        *>mga period, pagsara ng buwan o taon, at pagbukas muli ng saradong period
        Period_Close.
            PERFORM Load_Period_File
            MOVE RUN-DATE TO PER-CHK-DATE
            PERFORM Set_Period_Ids
            DISPLAY " "
            DISPLAY "===== PERIOD CLOSE ====="
            DISPLAY "BUSINESS DATE : " RUN-DATE
            DISPLAY "T PERIOD S   SETS ALERT TREND  CORR  VOID"
            MOVE "M" TO PER-FIND-TYPE
            MOVE PER-MONTH-ID TO PER-FIND-ID
            PERFORM Show_Period_Entry
            MOVE "Y" TO PER-FIND-TYPE
            MOVE PER-YEAR-ID TO PER-FIND-ID
            PERFORM Show_Period_Entry
            DISPLAY "[L] LIST ALL PERIODS"
            DISPLAY "[M] CLOSE A MONTH"
            DISPLAY "[Y] CLOSE A YEAR"
            DISPLAY "[R] REOPEN A CLOSED PERIOD"
            DISPLAY "[X] BACK TO MENU"
            DISPLAY "ACTION: " WITH NO ADVANCING
            ACCEPT PER-ACTION
            EVALUATE PER-ACTION
                WHEN "L"
                WHEN "l"
                    DISPLAY "T PERIOD S   SETS ALERT TREND  CORR  VOID"
                    PERFORM VARYING PERQ-IDX FROM 1 BY 1
                            UNTIL PERQ-IDX > PERQ-COUNT
                        PERFORM Display_Period_Line
                    END-PERFORM
                WHEN "M"
                WHEN "m"
                    PERFORM Close_Month
                WHEN "Y"
                WHEN "y"
                    PERFORM Close_Year
                WHEN "R"
                WHEN "r"
                    PERFORM Reopen_Period
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>ipakita ang MTD o YTD line ng hinahanap na period, o bukas na walang galaw kung wala pa
        Show_Period_Entry.
            PERFORM Find_Period_Entry
            IF PERQ-FOUND-IDX > 0
                MOVE PERQ-FOUND-IDX TO PERQ-IDX
                PERFORM Display_Period_Line
            ELSE
                DISPLAY PER-FIND-TYPE " " PER-FIND-ID " O   (NO SETS)"
            END-IF.

        Display_Period_Line.
            DISPLAY PERQ-TYPE(PERQ-IDX) " " PERQ-ID(PERQ-IDX) " "
                PERQ-STATUS(PERQ-IDX) " " PERQ-SETS(PERQ-IDX) " "
                PERQ-ALERTS(PERQ-IDX) " " PERQ-TRENDS(PERQ-IDX) " "
                PERQ-CORRS(PERQ-IDX) " " PERQ-VOIDS(PERQ-IDX).

        *>isara ang isang buwan - bago lang sa kasalukuyang business month, para hindi masara ang
        *>buwang may pumapasok pang sets
        Close_Month.
            DISPLAY "MONTH TO CLOSE (YYYYMM): " WITH NO ADVANCING
            ACCEPT PER-EDIT-IN
            IF PER-EDIT-IN IS NOT NUMERIC
                    OR PER-EDIT-IN(5:2) < "01"
                    OR PER-EDIT-IN(5:2) > "12"
                DISPLAY "INVALID MONTH."
            ELSE
                MOVE PER-EDIT-IN TO PER-FIND-ID
                IF PER-FIND-ID NOT < PER-MONTH-ID
                    DISPLAY "ONLY A MONTH BEFORE " PER-MONTH-ID
                        " CAN BE CLOSED."
                ELSE
                    MOVE "M" TO PER-PICK-TYPE
                    PERFORM Close_Period_Entry
                END-IF
            END-IF.

        *>isara ang isang taon - bago lang sa kasalukuyang business year, at kapag sarado na ang
        *>lahat ng buwan nitong may galaw
        Close_Year.
            DISPLAY "YEAR TO CLOSE (YYYY): " WITH NO ADVANCING
            ACCEPT PER-EDIT-IN
            IF PER-EDIT-IN(1:4) IS NOT NUMERIC
                    OR PER-EDIT-IN(5:2) NOT = SPACES
                DISPLAY "INVALID YEAR."
            ELSE
                MOVE PER-EDIT-IN(1:4) TO PER-PICK-YEAR
                COMPUTE PER-FIND-ID = PER-PICK-YEAR * 100
                IF PER-FIND-ID NOT < PER-YEAR-ID
                    DISPLAY "ONLY A YEAR BEFORE " PER-YEAR-NUM
                        " CAN BE CLOSED."
                ELSE
                    MOVE "Y" TO PER-PICK-TYPE
                    PERFORM Close_Period_Entry
                END-IF
            END-IF.

        *>ang mismong pagsara ng PER-PICK-TYPE/PER-FIND-ID sa ilalim ng update lock - binabasa ulit
        *>ang file para hindi matabunan ang totals na naidagdag ng ibang session, tapos ang
        *>period-end summary report at bakas sa audit log
        Close_Period_Entry.
            PERFORM Take_Update_Lock
            IF LOCK-HELD-SW = "Y"
                DISPLAY "PERIOD NOT CLOSED - TRY AGAIN WHEN FREE."
            ELSE
                PERFORM Load_Period_File
                MOVE PER-PICK-TYPE TO PER-FIND-TYPE
                MOVE 0 TO PER-OPEN-MONTHS
                IF PER-PICK-TYPE = "Y"
                    PERFORM VARYING PERQ-IDX FROM 1 BY 1
                            UNTIL PERQ-IDX > PERQ-COUNT
                        IF PERQ-TYPE(PERQ-IDX) = "M"
                                AND PERQ-ID(PERQ-IDX) > PER-FIND-ID
                                AND PERQ-ID(PERQ-IDX) < PER-FIND-ID
                                    + 100
                                AND PERQ-STATUS(PERQ-IDX) NOT = "C"
                            ADD 1 TO PER-OPEN-MONTHS
                        END-IF
                    END-PERFORM
                END-IF
                PERFORM Find_Period_Entry
                IF PERQ-OVER-SW = "Y"
                    DISPLAY "PERIOD.DAT EXCEEDS 200 RECORDS - "
                        "NOT CLOSED."
                ELSE
                    IF PERQ-FOUND-IDX > 0
                            AND PERQ-STATUS(PERQ-FOUND-IDX) = "C"
                        DISPLAY PER-FIND-TYPE " " PER-FIND-ID
                            " IS ALREADY CLOSED."
                    ELSE
                        IF PER-OPEN-MONTHS > 0
                            DISPLAY "YEAR HAS " PER-OPEN-MONTHS
                                " OPEN MONTH(S) - CLOSE THEM"
                                " FIRST."
                        ELSE
                            PERFORM Close_Period_Record
                        END-IF
                    END-IF
                END-IF
                PERFORM Release_Update_Lock
            END-IF.

        *>markahang sarado ang period (idinadagdag na walang laman kung walang naging set), isulat
        *>ang file, i-print ang period-end summary at itala sa audit log
        Close_Period_Record.
            PERFORM Add_Period_Entry
            IF PERQ-FOUND-IDX = 0
                DISPLAY "PERIOD.DAT EXCEEDS 200 RECORDS - NOT CLOSED."
            ELSE
                MOVE "C" TO PERQ-STATUS(PERQ-FOUND-IDX)
                MOVE RUN-DATE TO PERQ-CLOSE-DATE(PERQ-FOUND-IDX)
                MOVE OPERATOR-ID TO PERQ-CLOSE-OPER(PERQ-FOUND-IDX)
                PERFORM Rewrite_Period_File
                PERFORM Write_Period_Close_Report
                DISPLAY PER-FIND-TYPE " " PER-FIND-ID " CLOSED."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "PERIOD CLOSED " DELIMITED BY SIZE
                       PER-FIND-TYPE DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PER-FIND-ID DELIMITED BY SIZE
                       " SETS " DELIMITED BY SIZE
                       PERQ-SETS(PERQ-FOUND-IDX) DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>buksan muli ang saradong period - ang buwan ng saradong taon ay hindi, buksan muna ang taon;
        *>may dahilan na itinatala sa audit log
        Reopen_Period.
            DISPLAY "PERIOD TYPE (M=MONTH, Y=YEAR): " WITH NO ADVANCING
            ACCEPT PER-PICK-TYPE
            IF PER-PICK-TYPE = "m"
                MOVE "M" TO PER-PICK-TYPE
            END-IF
            IF PER-PICK-TYPE = "y"
                MOVE "Y" TO PER-PICK-TYPE
            END-IF
            MOVE 0 TO PER-FIND-ID
            IF PER-PICK-TYPE = "M"
                DISPLAY "MONTH (YYYYMM): " WITH NO ADVANCING
                ACCEPT PER-EDIT-IN
                IF PER-EDIT-IN IS NUMERIC
                    MOVE PER-EDIT-IN TO PER-FIND-ID
                END-IF
            END-IF
            IF PER-PICK-TYPE = "Y"
                DISPLAY "YEAR (YYYY): " WITH NO ADVANCING
                ACCEPT PER-EDIT-IN
                IF PER-EDIT-IN(1:4) IS NUMERIC
                        AND PER-EDIT-IN(5:2) = SPACES
                    MOVE PER-EDIT-IN(1:4) TO PER-PICK-YEAR
                    COMPUTE PER-FIND-ID = PER-PICK-YEAR * 100
                END-IF
            END-IF
            IF PER-FIND-ID = 0
                DISPLAY "INVALID PERIOD."
            ELSE
                PERFORM Reopen_Period_Entry
            END-IF.

        Reopen_Period_Entry.
            PERFORM Take_Update_Lock
            IF LOCK-HELD-SW = "Y"
                DISPLAY "PERIOD NOT REOPENED - TRY AGAIN WHEN FREE."
            ELSE
                PERFORM Load_Period_File
                *>sarado pa ba ang taon ng buwang bubuksan
                MOVE "N" TO PER-CLOSED-SW
                IF PER-PICK-TYPE = "M"
                    DIVIDE PER-FIND-ID BY 100 GIVING PER-YEAR-NUM
                    MOVE "Y" TO PER-FIND-TYPE
                    COMPUTE PER-FIND-ID = PER-YEAR-NUM * 100
                    PERFORM Find_Period_Entry
                    IF PERQ-FOUND-IDX > 0
                        IF PERQ-STATUS(PERQ-FOUND-IDX) = "C"
                            MOVE "Y" TO PER-CLOSED-SW
                        END-IF
                    END-IF
                    MOVE PER-EDIT-IN TO PER-FIND-ID
                END-IF
                MOVE PER-PICK-TYPE TO PER-FIND-TYPE
                PERFORM Find_Period_Entry
                IF PERQ-OVER-SW = "Y"
                    DISPLAY "PERIOD.DAT EXCEEDS 200 RECORDS - "
                        "NOT REOPENED."
                ELSE
                    IF PERQ-FOUND-IDX = 0
                        DISPLAY PER-FIND-TYPE " " PER-FIND-ID
                            " IS NOT CLOSED."
                    ELSE
                        IF PERQ-STATUS(PERQ-FOUND-IDX) NOT = "C"
                            DISPLAY PER-FIND-TYPE " " PER-FIND-ID
                                " IS NOT CLOSED."
                        ELSE
                            IF PER-CLOSED-SW = "Y"
                                DISPLAY "YEAR " PER-YEAR-NUM
                                    " IS CLOSED - REOPEN THE YEAR"
                                    " FIRST."
                            ELSE
                                PERFORM Reopen_Period_Record
                            END-IF
                        END-IF
                    END-IF
                END-IF
                PERFORM Release_Update_Lock
            END-IF.

        Reopen_Period_Record.
            DISPLAY "REASON FOR REOPENING: " WITH NO ADVANCING
            ACCEPT PER-REASON
            MOVE "O" TO PERQ-STATUS(PERQ-FOUND-IDX)
            MOVE 0 TO PERQ-CLOSE-DATE(PERQ-FOUND-IDX)
            MOVE SPACES TO PERQ-CLOSE-OPER(PERQ-FOUND-IDX)
            PERFORM Rewrite_Period_File
            DISPLAY PER-FIND-TYPE " " PER-FIND-ID " REOPENED."
            MOVE SPACES TO AUDIT-MESSAGE
            STRING "PERIOD REOPENED " DELIMITED BY SIZE
                   PER-FIND-TYPE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PER-FIND-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   PER-REASON DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line.

        *>period-end summary report ng kasasarang period - sariling report generation na nasa
        *>catalog para ma-reprint; ang taon ay may kasamang linya bawat buwan nito
        Write_Period_Close_Report.
            MOVE PERQ-FOUND-IDX TO PERQ-IDX
            MOVE "PERIOD CLOSE" TO RPT-TYPE-CUR
            PERFORM Open_Report_Generation

            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            IF PERQ-TYPE(PERQ-IDX) = "Y"
                STRING "===== PERIOD-END SUMMARY - YEAR "
                           DELIMITED BY SIZE
                       PERQ-ID(PERQ-IDX)(1:4) DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
            ELSE
                STRING "===== PERIOD-END SUMMARY - MONTH "
                           DELIMITED BY SIZE
                       PERQ-ID(PERQ-IDX) DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
            END-IF
            STRING " - RUN DATE " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " - OPERATOR " DELIMITED BY SIZE
                   OPERATOR-ID DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "SETS SAVED " DELIMITED BY SIZE
                   PERQ-SETS(PERQ-IDX) DELIMITED BY SIZE
                   "  RATIO ALERTS " DELIMITED BY SIZE
                   PERQ-ALERTS(PERQ-IDX) DELIMITED BY SIZE
                   "  TREND EXCEPTIONS " DELIMITED BY SIZE
                   PERQ-TRENDS(PERQ-IDX) DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "CORRECTIONS " DELIMITED BY SIZE
                   PERQ-CORRS(PERQ-IDX) DELIMITED BY SIZE
                   "  VOIDS " DELIMITED BY SIZE
                   PERQ-VOIDS(PERQ-IDX) DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            MOVE 0 TO PER-MEAN
            IF PERQ-SETS(PERQ-IDX) > 0
                COMPUTE PER-MEAN = PERQ-SUM-TOTAL(PERQ-IDX)
                    / PERQ-SETS(PERQ-IDX)
            END-IF
            MOVE PER-MEAN TO PER-MEAN-DISP
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "ELEMENT SUM TOTAL " DELIMITED BY SIZE
                   PERQ-SUM-TOTAL(PERQ-IDX) DELIMITED BY SIZE
                   "  MEAN SET SUM " DELIMITED BY SIZE
                   PER-MEAN-DISP DELIMITED BY SIZE
                   "  MIN " DELIMITED BY SIZE
                   PERQ-MIN(PERQ-IDX) DELIMITED BY SIZE
                   "  MAX " DELIMITED BY SIZE
                   PERQ-MAX(PERQ-IDX) DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            MOVE 0 TO PER-MEAN
            IF PERQ-SETS(PERQ-IDX) > 0
                COMPUTE PER-MEAN = PERQ-RATIO-TOTAL(PERQ-IDX)
                    / PERQ-SETS(PERQ-IDX)
            END-IF
            MOVE PER-MEAN TO PER-MEAN-DISP
            MOVE PERQ-RATIO-TOTAL(PERQ-IDX) TO PER-TOTAL-DISP
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "GREATEST RATIO TOTAL " DELIMITED BY SIZE
                   PER-TOTAL-DISP DELIMITED BY SIZE
                   "  MEAN RATIO " DELIMITED BY SIZE
                   PER-MEAN-DISP DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            IF PERQ-TYPE(PERQ-IDX) = "Y"
                MOVE SPACES TO REPORT-LINE
                MOVE "MONTH  STATUS SETS   ALERTS TRENDS CORRS  VOIDS"
                    TO REPORT-LINE
                WRITE REPORT-RECORD FROM REPORT-LINE
                PERFORM VARYING PERQ-IDX FROM 1 BY 1
                        UNTIL PERQ-IDX > PERQ-COUNT
                    IF PERQ-TYPE(PERQ-IDX) = "M"
                            AND PERQ-ID(PERQ-IDX) > PER-FIND-ID
                            AND PERQ-ID(PERQ-IDX) < PER-FIND-ID + 100
                        PERFORM Write_Period_Month_Line
                    END-IF
                END-PERFORM
                MOVE PERQ-FOUND-IDX TO PERQ-IDX
            END-IF

            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "CLOSED BY " DELIMITED BY SIZE
                   PERQ-CLOSE-OPER(PERQ-IDX) DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   PERQ-CLOSE-DATE(PERQ-IDX) DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            PERFORM Close_Report_Generation.

        Write_Period_Month_Line.
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING PERQ-ID(PERQ-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PERQ-STATUS(PERQ-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   PERQ-SETS(PERQ-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PERQ-ALERTS(PERQ-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PERQ-TRENDS(PERQ-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PERQ-CORRS(PERQ-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PERQ-VOIDS(PERQ-IDX) DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE.

        *>tingnan kung indexed na ang NUMDATA.DAT - kapag hindi pa (lumang line sequential), isagawa ang
        *>one-time conversion: basahin ang lumang file, intindihin ang dalawang legacy layout, isulat bilang indexed

        *>ilista ang lahat ng saved sets, hayaang pumili ng ilo-load, at (para sa supervisor) mag-purge/archive ng mga luma
        History_Inquiry.
            PERFORM Read_Summary_Header
            DISPLAY " "
            IF SUMM-TOT-CUR-SETS = 0
                DISPLAY "NO SAVED SETS IN NUMDATA.DAT YET."
            ELSE
                DISPLAY "===== SAVED NUM SET HISTORY ====="
                *>mula sa NUMSUMM.DAT - lahat ng live set, kasama ang naka-summary na ratio
                OPEN INPUT SUMMFILE
                IF SUMM-FILE-STATUS = "00"
                    PERFORM UNTIL SUMM-FILE-STATUS = "10"
                        READ SUMMFILE NEXT
                            AT END
                                MOVE "10" TO SUMM-FILE-STATUS
                            NOT AT END
                                IF SUMM-STATUS = "N"
                                    MOVE SUMM-RATIO TO RATIO-DISPLAY
                                    DISPLAY "SEQ " SUMM-SEQ
                                        " DATE " SUMM-DATE " : "
                                        SUMM-DIGIT(1) " "
                                        SUMM-DIGIT(2) " "
                                        SUMM-DIGIT(3) " "
                                        SUMM-DIGIT(4) " "
                                        SUMM-DIGIT(5) "  RATIO "
                                        RATIO-DISPLAY
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE SUMMFILE
                DISPLAY SUMM-TOT-CUR-SETS " SET(S) IN NUMDATA.DAT"
                DISPLAY "[L] LOAD A SET BY SEQ"
                DISPLAY "[P] REQUEST PURGE OLDER THAN CUTOFF (SUP)"
                DISPLAY "[A] REQUEST ARCHIVE OLDER THAN CUTOFF (SUP)"
                DISPLAY "[B] REBUILD HISTORY SUMMARY (SUP)"
                DISPLAY "[X] BACK TO MENU"
                DISPLAY "ACTION: " WITH NO ADVANCING
                ACCEPT HIST-ACTION
                            MOVE "Y" TO HIST-ARCH-SW
                            PERFORM Queue_Purge_Request
                        END-IF
                    WHEN "B"
                    WHEN "b"
                        PERFORM Rebuild_Summary_Request
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
                    PERFORM Archive_Old_Records
                END-IF
                PERFORM Rewrite_Num_File
                PERFORM Summary_Purge_Update
                IF HIST-ARCH-SW = "Y"
                    MOVE "ARCHIVE" TO HIST-ACTION-DESC
                    DISPLAY "ARCHIVED " HIST-GONE-COUNT
                MOVE PAPP-CAND-COUNT TO PAPPQ-REMOVE-CNT(PAPPQ-IDX)
            END-PERFORM.

        *>isang record ng queue - i-expire kapag lagpas 7 business days na, kung hindi ay isama sa table;
        *>kapag lampas sa kaya ng table ang file, walang expiry - ipapakita lang ang unang sampu
        Load_Approval_Entry.
            IF PAPP-REQ-DATE IS NUMERIC AND PAPP-CUTOFF IS NUMERIC
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                    PERFORM Raise_Purge_Exception
                ELSE
                    IF PAPPQ-COUNT < 10
                        ADD 1 TO PAPPQ-COUNT
                    END-PERFORM
                END-IF
            END-PERFORM
            IF HIST-FOUND-SW = "Y"
                *>hindi na maibabalik ang set na nasa saradong buwan/taon hangga't hindi binubuksan
                MOVE NUM-FILE-DATE TO PER-CHK-DATE
                PERFORM Check_Period_Closed
                IF PER-CLOSED-SW = "Y"
                    MOVE "C" TO HIST-FOUND-SW
                    DISPLAY "SEQ " HIST-PICK " DATE " NUM-FILE-DATE
                        " IS IN A CLOSED PERIOD - NOT RESTORED."
                    MOVE SPACES TO AUDIT-MESSAGE
                    STRING "ARCHIVE RESTORE REFUSED SEQ "
                               DELIMITED BY SIZE
                           HIST-PICK DELIMITED BY SIZE
                           " - PERIOD CLOSED" DELIMITED BY SIZE
                        INTO AUDIT-MESSAGE
                    END-STRING
                    PERFORM Write_Audit_Line
                END-IF
            END-IF
            IF HIST-FOUND-SW = "N"
                DISPLAY "SEQ " HIST-PICK " NOT IN ARCHIVE."
            END-IF
            IF HIST-FOUND-SW = "Y"
                *>kunin muna ang lock bago ang duplicate check - kung hindi, may puwang kung
                *>saan makakapagsulat ng parehong SEQ ang ibang session sa pagitan ng tingin
                *>at ng WRITE
                                    INTO AUDIT-MESSAGE
                                END-STRING
                                PERFORM Write_Audit_Line
                                PERFORM Summary_Restore_Set
                        END-WRITE
                        CLOSE NUMFILE
                    END-IF
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
                PERFORM Raise_Ratio_Exception
            END-IF
            *>snapshot ng NUM sa audit - dito nalalaman ng reconciliation kung aling set ang na-compute na
            MOVE SPACES TO AUDIT-MESSAGE
            DISPLAY "MIN    : " STAT-MIN.
            DISPLAY "MAX    : " STAT-MAX.
            DISPLAY "SPREAD : " STAT-SPREAD.
            PERFORM Read_Summary_Header
            DISPLAY "===== HISTORY TO DATE (NUMSUMM.DAT) ====="
            MOVE SUMM-TOT-CUR-SETS TO SUMM-SET-COUNT
            MOVE SUMM-TOT-CUR-RATIO TO SUMM-TOT-RATIO
            MOVE SUMM-TOT-CUR-ELEM TO SUMM-TOT-ELEM
            PERFORM Summary_History_Averages
            DISPLAY "NUMDATA.DAT      : SETS " SUMM-SET-COUNT
                " AVG RATIO " SUMM-AVG-DISPLAY
                " MEAN VALUE " SUMM-MEAN-DISPLAY
            PERFORM Read_Summary_Header
            MOVE SUMM-TOT-SETS TO SUMM-SET-COUNT
            PERFORM Summary_History_Averages
            DISPLAY "WITH NUMARCH.DAT : SETS " SUMM-SET-COUNT
                " AVG RATIO " SUMM-AVG-DISPLAY
                " MEAN VALUE " SUMM-MEAN-DISPLAY
            PERFORM Write_Statistics_Report
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            *>buong history mula sa header ng NUMSUMM.DAT - live lang, at kasama ang archive
            PERFORM Read_Summary_Header
            MOVE SUMM-TOT-CUR-SETS TO SUMM-SET-COUNT
            MOVE SUMM-TOT-CUR-RATIO TO SUMM-TOT-RATIO
            MOVE SUMM-TOT-CUR-ELEM TO SUMM-TOT-ELEM
            PERFORM Summary_History_Averages
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "HISTORY NUMDATA.DAT      : SETS " DELIMITED BY SIZE
                   SUMM-SET-COUNT DELIMITED BY SIZE
                   " AVG RATIO " DELIMITED BY SIZE
                   SUMM-AVG-DISPLAY DELIMITED BY SIZE
                   " MEAN VALUE " DELIMITED BY SIZE
                   SUMM-MEAN-DISPLAY DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE
            PERFORM Read_Summary_Header
            MOVE SUMM-TOT-SETS TO SUMM-SET-COUNT
            PERFORM Summary_History_Averages
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "HISTORY WITH NUMARCH.DAT : SETS " DELIMITED BY SIZE
                   SUMM-SET-COUNT DELIMITED BY SIZE
                   " AVG RATIO " DELIMITED BY SIZE
                   SUMM-AVG-DISPLAY DELIMITED BY SIZE
                   " MEAN VALUE " DELIMITED BY SIZE
                   SUMM-MEAN-DISPLAY DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE

            PERFORM Close_Report_Generation.

        *>average greatest ratio at mean element value ng SUMM-SET-COUNT na set, mula sa totals
        Summary_History_Averages.
            MOVE 0 TO SUMM-AVG-DISPLAY
            MOVE 0 TO SUMM-MEAN-DISPLAY
            IF SUMM-SET-COUNT > 0
                COMPUTE SUMM-MEAN-VALUE =
                    SUMM-TOT-RATIO / SUMM-SET-COUNT
                MOVE SUMM-MEAN-VALUE TO SUMM-AVG-DISPLAY
                COMPUTE SUMM-MEAN-VALUE =
                    SUMM-TOT-ELEM / (SUMM-SET-COUNT * 5)
                MOVE SUMM-MEAN-VALUE TO SUMM-MEAN-DISPLAY
            END-IF.

        *>trend/exception report - binabasa ang greatest ratio ng bawat set mula sa NUMSUMM.DAT
        *>(buong history, walang 1000 na limit) at i-flag ang lumilihis sa rolling average
        Trend_Report.
            MOVE "N" TO SUMM-ARCH-SW
            IF RUN-MODE = "INTER"
                DISPLAY " "
                DISPLAY "INCLUDE ARCHIVED SETS (NUMARCH.DAT)? (Y/N): "
                    WITH NO ADVANCING
                ACCEPT LOAD-CHOICE
                IF LOAD-CHOICE = "Y" OR LOAD-CHOICE = "y"
                    MOVE "Y" TO SUMM-ARCH-SW
                END-IF
            END-IF
            PERFORM Read_Summary_Header
            IF SUMM-ARCH-SW = "Y"
                MOVE SUMM-TOT-SETS TO SUMM-SET-COUNT
            ELSE
                MOVE SUMM-TOT-CUR-SETS TO SUMM-SET-COUNT
            END-IF
            DISPLAY " "
            IF SUMM-SET-COUNT = 0
                DISPLAY "NO SAVED SETS IN NUMDATA.DAT YET."
            ELSE
                *>ang standing threshold mula sa LIMITS.DAT - hindi na itinatanong sa nagpapatakbo,
                MOVE TREND-THRESHOLD TO TREND-AVG-DISPLAY
                DISPLAY "USING STANDING DEVIATION THRESHOLD "
                    TREND-AVG-DISPLAY
                MOVE 0 TO TREND-SUM
                MOVE 0 TO TREND-IDX
                MOVE 0 TO TREND-FLAGGED-COUNT
                MOVE "TREND" TO RPT-TYPE-CUR
                PERFORM Open_Report_Generation
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
                WRITE REPORT-RECORD FROM REPORT-LINE
                IF SUMM-ARCH-SW = "Y"
                    DISPLAY "(INCLUDES ARCHIVED SETS FROM NUMARCH.DAT)"
                    MOVE "(INCLUDES ARCHIVED SETS FROM NUMARCH.DAT)"
                        TO REPORT-LINE
                    WRITE REPORT-RECORD FROM REPORT-LINE
                END-IF
                DISPLAY "SEQ  DATE     RATIO   ROLLING-AVG FLAG"
                MOVE "SEQ  DATE     RATIO   ROLLING-AVG FLAG"
                    TO REPORT-LINE
                WRITE REPORT-RECORD FROM REPORT-LINE
                *>ayon sa seq ang pagbasa, kaya sunod-sunod pa rin ang rolling average
                OPEN INPUT SUMMFILE
                IF SUMM-FILE-STATUS = "00"
                    PERFORM UNTIL SUMM-FILE-STATUS = "10"
                        READ SUMMFILE NEXT
                            AT END
                                MOVE "10" TO SUMM-FILE-STATUS
                            NOT AT END
                                IF SUMM-STATUS = "N"
                                    OR (SUMM-STATUS = "A"
                                        AND SUMM-ARCH-SW = "Y")
                                    ADD 1 TO TREND-IDX
                                    PERFORM Trend_One_Set
                                END-IF
                        END-READ
                    END-PERFORM
                END-IF
                CLOSE SUMMFILE
                *>edited picture para may tuldok ang threshold sa report, gaya ng ratio at rolling average
                MOVE TREND-THRESHOLD TO TREND-AVG-DISPLAY
                MOVE SPACES TO REPORT-LINE
                STRING "FLAGGED " DELIMITED BY SIZE
                       TREND-FLAGGED-COUNT DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       TREND-IDX DELIMITED BY SIZE
                       " SETS (THRESHOLD " DELIMITED BY SIZE
                       TREND-AVG-DISPLAY DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                WRITE REPORT-RECORD FROM REPORT-LINE
                PERFORM Close_Report_Generation
                DISPLAY "FLAGGED " TREND-FLAGGED-COUNT " OF "
                    TREND-IDX " SETS."
            END-IF
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>ang naka-summary na ratio ng set (parehong pairing rules ng Ordered_Pair noong na-save), ihambing sa rolling average
        Trend_One_Set.
            ADD SUMM-RATIO TO TREND-SUM
            COMPUTE TREND-AVG = TREND-SUM / TREND-IDX
            IF SUMM-RATIO > TREND-AVG
                COMPUTE TREND-DEV = SUMM-RATIO - TREND-AVG
            ELSE
                COMPUTE TREND-DEV = TREND-AVG - SUMM-RATIO
            END-IF
            MOVE SPACES TO TREND-FLAG
            IF TREND-DEV > TREND-THRESHOLD
                MOVE "****" TO TREND-FLAG *>exception - lihis sa rolling average nang lagpas sa threshold
                ADD 1 TO TREND-FLAGGED-COUNT
            END-IF
            MOVE SUMM-RATIO TO RATIO-DISPLAY
            MOVE TREND-AVG TO TREND-AVG-DISPLAY
            IF TREND-FLAG NOT = SPACES
                PERFORM Raise_Trend_Exception
            END-IF
            DISPLAY SUMM-SEQ " " SUMM-DATE
                " " RATIO-DISPLAY "     " TREND-AVG-DISPLAY " "
                TREND-FLAG
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING SUMM-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SUMM-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   RATIO-DISPLAY DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                DISPLAY " "
                DISPLAY "----- DETAIL LISTING -----"
            END-IF
            *>kasama ang mga saradong buwanang generation na sakop ng date range
            MOVE AUD-FROM-DATE TO AUD-SCAN-FROM
            MOVE AUD-TO-DATE TO AUD-SCAN-TO
            MOVE "R" TO AUD-SCAN-MODE
            PERFORM Scan_Audit_Generations
            IF AUD-SCAN-FILES = 0
                DISPLAY "NO AUDIT LOG YET."
            END-IF
            PERFORM Write_Audit_Summary
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY

        *>hatiin ang isang audit line sa petsa/operator/mensahe (bago: may stamp; luma: oras lang ang unahan)
        Parse_Audit_Record.
            IF AUD-LINE(1:8) IS NUMERIC
                    AND AUD-LINE(10:8) IS NUMERIC
                MOVE AUD-LINE(1:8) TO AUD-REC-DATE
                MOVE AUD-LINE(19:8) TO AUD-REC-OPER
                MOVE AUD-LINE(28:80) TO AUD-REC-MSG
            ELSE
                IF AUD-LINE(1:8) IS NUMERIC
                    *>lumang linya bago pa ang date/operator stamp - hindi na malalaman ang petsa
                    MOVE 0 TO AUD-REC-DATE
                    MOVE SPACES TO AUD-REC-OPER
                    MOVE AUD-LINE(10:80) TO AUD-REC-MSG
                ELSE
                    MOVE 0 TO AUD-REC-DATE
                    MOVE SPACES TO AUD-REC-OPER
                    MOVE AUD-LINE(1:80) TO AUD-REC-MSG
                END-IF
            END-IF.

                        AND (AUD-FILT-TYPE = SPACE
                            OR AUD-FILT-TYPE = AUD-REC-TYPE)
                    ADD 1 TO AUD-MATCH-COUNT
                    DISPLAY AUD-LINE(1:75)
                END-IF
            END-IF.

            END-IF
            PERFORM Close_Report_Generation.

        *>basahin ang lahat ng generation ayon sa pagkakasunod at ang kasalukuyang log, at tiyaking
        *>tuloy-tuloy ang sequence at tama ang bawat check value - iuulat ang unang sira sa chain
        Verify_Audit_Trail.
            DISPLAY " "
            DISPLAY "===== AUDIT TRAIL VERIFICATION ====="
            MOVE 0 TO VER-PREV-SEQ
            MOVE 0 TO VER-PREV-CHECK
            MOVE 0 TO VER-LINES
            MOVE 0 TO VER-LEGACY
            MOVE "N" TO VER-STARTED-SW
            MOVE "N" TO VER-BREAK-SW
            MOVE SPACES TO VER-BREAK-FILE
            MOVE SPACES TO VER-BREAK-REASON
            MOVE 0 TO VER-BREAK-LINE
            MOVE 0 TO VER-BREAK-SEQ
            MOVE 0 TO AUD-SCAN-FROM
            MOVE 99999999 TO AUD-SCAN-TO
            MOVE "V" TO AUD-SCAN-MODE
            *>kontrol muna bago ang scan - ang linyang maisulat habang nagbabasa ay hindi magmumukhang kulang
            PERFORM Load_Audit_Control
            PERFORM Scan_Audit_Generations
            *>putol sa dulo - mas mababa ang huling seq sa log kaysa sa nasa AUDITCTL.DAT
            IF VER-BREAK-SW = "N" AND VER-PREV-SEQ < AUDC-SEQ
                MOVE "Y" TO VER-BREAK-SW
                MOVE "AUDITLOG.TXT" TO VER-BREAK-FILE
                MOVE AUD-SCAN-LINE-NO TO VER-BREAK-LINE
                COMPUTE VER-BREAK-SEQ = VER-PREV-SEQ + 1
                MOVE "LINES MISSING AFTER LAST SEQ"
                    TO VER-BREAK-REASON
            END-IF
            DISPLAY "GENERATIONS READ : " AGENQ-COUNT
            DISPLAY "CHAINED LINES    : " VER-LINES
            DISPLAY "LEGACY LINES     : " VER-LEGACY
            DISPLAY "LAST SEQUENCE    : " VER-PREV-SEQ
            MOVE SPACES TO AUDIT-MESSAGE
            IF VER-BREAK-SW = "N"
                DISPLAY "AUDIT CHAIN INTACT."
                STRING "AUDIT VERIFY OK LINES " DELIMITED BY SIZE
                       VER-LINES DELIMITED BY SIZE
                       " LAST SEQ " DELIMITED BY SIZE
                       VER-PREV-SEQ DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
            ELSE
                DISPLAY "AUDIT CHAIN BROKEN:"
                DISPLAY "  FILE " VER-BREAK-FILE
                    " LINE " VER-BREAK-LINE " SEQ " VER-BREAK-SEQ
                DISPLAY "  " VER-BREAK-REASON
                STRING "AUDIT VERIFY BREAK " DELIMITED BY SIZE
                       VER-BREAK-FILE DELIMITED BY SPACE
                       " LINE " DELIMITED BY SIZE
                       VER-BREAK-LINE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       VER-BREAK-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VER-BREAK-REASON DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
            END-IF
            PERFORM Write_Audit_Line
            PERFORM Write_Audit_Verify_Report
            IF RUN-MODE = "INTER"
                PERFORM MENUDISPLAY
            END-IF.

        *>isang linya ng log sa verification - walang seq bago magsimula ang chain ay lumang linya
        *>pa bago nagkaroon ng chain; pagkatapos nito, bawat linya ay dapat seq + 1 at tamang check
        Verify_Audit_Line.
            IF VER-BREAK-SW = "N"
                IF AUD-LINE-SEQ IS NOT NUMERIC
                    IF VER-STARTED-SW = "N"
                        ADD 1 TO VER-LEGACY
                    ELSE
                        MOVE "LINE WITHOUT SEQUENCE"
                            TO VER-BREAK-REASON
                        COMPUTE VER-BREAK-SEQ = VER-PREV-SEQ + 1
                        PERFORM Mark_Audit_Break
                    END-IF
                ELSE
                    COMPUTE VER-EXPECT-SEQ = VER-PREV-SEQ + 1
                    IF AUD-LINE-SEQ NOT = VER-EXPECT-SEQ
                        MOVE SPACES TO VER-BREAK-REASON
                        STRING "SEQUENCE GAP - EXPECTED "
                                   DELIMITED BY SIZE
                               VER-EXPECT-SEQ DELIMITED BY SIZE
                            INTO VER-BREAK-REASON
                        END-STRING
                        MOVE AUD-LINE-SEQ TO VER-BREAK-SEQ
                        PERFORM Mark_Audit_Break
                    ELSE
                        MOVE SPACES TO HASH-SRC
                        MOVE AUD-LINE(1:117) TO HASH-SRC
                        MOVE 117 TO HASH-LEN
                        MOVE VER-PREV-CHECK TO HASH-SEED
                        PERFORM Hash_Text
                        IF AUD-LINE-CHECK IS NOT NUMERIC
                                OR HASH-OUT NOT = AUD-LINE-CHECK
                            MOVE "CHECK VALUE MISMATCH - LINE ALTERED"
                                TO VER-BREAK-REASON
                            MOVE AUD-LINE-SEQ TO VER-BREAK-SEQ
                            PERFORM Mark_Audit_Break
                        ELSE
                            MOVE "Y" TO VER-STARTED-SW
                            ADD 1 TO VER-LINES
                            MOVE AUD-LINE-SEQ TO VER-PREV-SEQ
                            MOVE HASH-OUT TO VER-PREV-CHECK
                        END-IF
                    END-IF
                END-IF
            END-IF.

        Mark_Audit_Break.
            MOVE "Y" TO VER-BREAK-SW
            MOVE AUD-SCAN-NAME TO VER-BREAK-FILE
            MOVE AUD-SCAN-LINE-NO TO VER-BREAK-LINE.

        *>hardcopy ng resulta ng verification - para sa file ng auditor
        Write_Audit_Verify_Report.
            MOVE "AUDIT VERIFY" TO RPT-TYPE-CUR
            PERFORM Open_Report_Generation
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "===== AUDIT TRAIL VERIFICATION - RUN DATE "
                       DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   " =====" DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "GENERATIONS " DELIMITED BY SIZE
                   AGENQ-COUNT DELIMITED BY SIZE
                   "  CHAINED LINES " DELIMITED BY SIZE
                   VER-LINES DELIMITED BY SIZE
                   "  LEGACY LINES " DELIMITED BY SIZE
                   VER-LEGACY DELIMITED BY SIZE
                   "  LAST SEQ " DELIMITED BY SIZE
                   VER-PREV-SEQ DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            IF VER-BREAK-SW = "N"
                STRING "AUDIT CHAIN INTACT." DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
            ELSE
                STRING "FIRST BREAK: " DELIMITED BY SIZE
                       VER-BREAK-FILE DELIMITED BY SPACE
                       " LINE " DELIMITED BY SIZE
                       VER-BREAK-LINE DELIMITED BY SIZE
                       " SEQ " DELIMITED BY SIZE
                       VER-BREAK-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       VER-BREAK-REASON DELIMITED BY SIZE
                    INTO REPORT-LINE WITH POINTER REPORT-PTR
                END-STRING
            END-IF
            WRITE REPORT-RECORD FROM REPORT-LINE
            PERFORM Close_Report_Generation.

        *>isulat ang NUM array at OP/GreatestRatio bilang CSV row sa EXTRACT.CSV, para sa downstream reporting system
        Export_Extract.
            IF NUM-LOADED-SW NOT = "Y" AND RUN-MODE = "INTER"
                    PERFORM Load_Last_Num_Record
                END-IF
            END-IF.
            *>huwag i-export kung hindi pa talaga na-Ordered_Pair ang kasalukuyang NUM set - iwasan ang 0/0 na fabricated result;
            *>ang mga nakabinbing correction/void ay ipinapadala pa rin kahit walang bagong set
            PERFORM Count_Pending_Adjustments
            IF RATIO-READY-SW NOT = "Y" AND ADJ-EXP-COUNT = 0
                DISPLAY " "
                DISPLAY "NO RATIO YET - RUN [3] ORDERED PAIR FIRST."
            ELSE
                                DELIMITED BY SIZE
                            ",GREATESTRATIO,SUM,MEAN,MEDIAN"
                                DELIMITED BY SIZE
                            ",MIN,MAX,SPREAD,ROWTYPE,SEQ"
                                DELIMITED BY SIZE
                            INTO EXTRACT-LINE
                        END-STRING
                        WRITE EXTRACT-RECORD FROM EXTRACT-LINE
                    END-IF
                    DISPLAY " "
                    IF RATIO-READY-SW = "Y"
                        MOVE "N" TO EXT-ROW-TYPE
                        MOVE CUR-SET-SEQ TO EXT-ROW-SEQ
                        PERFORM Build_Extract_Row
                        WRITE EXTRACT-RECORD FROM EXTRACT-LINE
                        DISPLAY "EXPORTED CURRENT SET TO EXTRACT.CSV"
                    ELSE
                        DISPLAY "NO RATIO YET - CURRENT SET NOT"
                            " EXPORTED."
                    END-IF
                    CLOSE EXTRACTFILE
                    *>reversal (at replacement) rows ng mga correction/void mula sa huling export -
                    *>pagkatapos i-close, dahil binabasa pa ang EXTRACT.CSV para sa N row ng set
                    IF ADJ-EXP-COUNT > 0
                        PERFORM Export_Adjustment_Rows
                    END-IF
                    *>isulat din ang companion control totals, para may maitutugma sa acknowledgment ng downstream
                    PERFORM Write_Extract_Control
                    PERFORM Release_Update_Lock
                END-IF
            END-IF.
                PERFORM MENUDISPLAY
            END-IF.

        *>buuin sa EXTRACT-LINE ang CSV row ng kasalukuyang NUM/OP/GreatestRatio - RUNDATE ang unang
        *>column (hinahanap ng reconciliation), ROWTYPE at SEQ ang huling dalawa
        Build_Extract_Row.
            MOVE SPACES TO EXTRACT-LINE
            MOVE 1 TO EXTRACT-PTR
            STRING RUN-DATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                INTO EXTRACT-LINE WITH POINTER EXTRACT-PTR
            END-STRING
            PERFORM VARYING EXT-INDEX FROM 1 BY 1
                    UNTIL EXT-INDEX > 5
                STRING NUM(EXT-INDEX) DELIMITED BY SIZE
                       "," DELIMITED BY SIZE
                    INTO EXTRACT-LINE WITH POINTER EXTRACT-PTR
                END-STRING
            END-PERFORM
            *>hiwalay na walang-suppression na picture para walang leading space sa CSV field, di tulad ng RATIO-DISPLAY
            MOVE GreatestRatio TO RATIO-CSV-DISPLAY
            *>isama na rin ang statistics block bilang dagdag na columns sa parehong row
            PERFORM Compute_Statistics
            MOVE STAT-MEAN TO STAT-MEAN-CSV
            STRING OP(1) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   OP(2) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   RATIO-CSV-DISPLAY DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STAT-SUM DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STAT-MEAN-CSV DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STAT-MEDIAN DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STAT-MIN DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STAT-MAX DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STAT-SPREAD DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EXT-ROW-TYPE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EXT-ROW-SEQ DELIMITED BY SIZE
                INTO EXTRACT-LINE WITH POINTER EXTRACT-PTR
            END-STRING.

        *>ilan sa journal ang hindi pa naipapadala sa EXTRACT.CSV - binabasa ang file linya por linya
        Count_Pending_Adjustments.
            MOVE 0 TO ADJ-EXP-COUNT
            OPEN INPUT ADJFILE
            IF ADJ-FILE-STATUS = "00"
                PERFORM UNTIL ADJ-FILE-STATUS NOT = "00"
                    READ ADJFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ADJ-EXP-SW NOT = "Y"
                                ADD 1 TO ADJ-EXP-COUNT
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ADJFILE.

        *>bawat hindi pa naipadalang correction/void papunta sa EXTRACT.CSV; kinokopya ang journal
        *>sa NUMADJ.WRK habang minamarkahang exported, tapos ibinabalik - walang limit sa dami ng
        *>entry; hinihiram ang NUM kaya itinatabi muna
        Export_Adjustment_Rows.
            PERFORM Hold_Current_Set
            MOVE 0 TO ADJ-EXP-COUNT
            MOVE "NUMADJ.WRK" TO BKP-OUT-NAME
            OPEN OUTPUT BKPOUTFILE
            OPEN INPUT ADJFILE
            IF ADJ-FILE-STATUS = "00"
                PERFORM UNTIL ADJ-FILE-STATUS NOT = "00"
                    READ ADJFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            IF ADJ-EXP-SW NOT = "Y"
                                PERFORM Export_One_Adjustment
                            END-IF
                            WRITE BKPOUT-RECORD FROM ADJ-RECORD
                    END-READ
                END-PERFORM
            END-IF
            CLOSE ADJFILE
            CLOSE BKPOUTFILE
            PERFORM Restore_Current_Set
            IF ADJ-EXP-COUNT > 0
                MOVE "NUMADJ.WRK" TO BKP-IN-NAME
                MOVE "NUMADJ.DAT" TO BKP-OUT-NAME
                PERFORM Copy_Backup_File
                DISPLAY "EXPORTED " ADJ-EXP-COUNT
                    " CORRECTION/VOID ADJUSTMENT(S)."
                MOVE SPACES TO AUDIT-MESSAGE
                STRING "EXTRACT ADJUSTMENTS EXPORTED "
                           DELIMITED BY SIZE
                       ADJ-EXP-COUNT DELIMITED BY SIZE
                    INTO AUDIT-MESSAGE
                END-STRING
                PERFORM Write_Audit_Line
            END-IF.

        *>isang journal entry papunta sa EXTRACT.CSV, tapos markahang naipadala na - ang reversal
        *>row (R) ay para lang sa set na may N row na sa EXTRACT.CSV; kung wala pa, ang correction
        *>ay C row lang, at ang void ay wala nang isusulat (hindi pa naman nakarating sa downstream)
        Export_One_Adjustment.
            IF ADJ-SEQ IS NUMERIC
                MOVE ADJ-SEQ TO EXT-ROW-SEQ
            ELSE
                MOVE 0 TO EXT-ROW-SEQ
            END-IF
            PERFORM Extract_Find_N_Row
            OPEN EXTEND EXTRACTFILE
            IF EXT-N-FOUND-SW = "Y"
                PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                        UNTIL ADJ-DIGIT-IDX > 5
                    IF ADJ-BEFORE-DIGIT(ADJ-DIGIT-IDX) IS NUMERIC
                        MOVE ADJ-BEFORE-DIGIT(ADJ-DIGIT-IDX)
                            TO NUM(ADJ-DIGIT-IDX)
                    ELSE
                        MOVE 0 TO NUM(ADJ-DIGIT-IDX)
                    END-IF
                END-PERFORM
                PERFORM Compute_Greatest_Ratio
                MOVE "R" TO EXT-ROW-TYPE
                PERFORM Build_Extract_Row
                WRITE EXTRACT-RECORD FROM EXTRACT-LINE
            END-IF
            IF ADJ-TYPE = "C"
                PERFORM VARYING ADJ-DIGIT-IDX FROM 1 BY 1
                        UNTIL ADJ-DIGIT-IDX > 5
                    IF ADJ-AFTER-DIGIT(ADJ-DIGIT-IDX) IS NUMERIC
                        MOVE ADJ-AFTER-DIGIT(ADJ-DIGIT-IDX)
                            TO NUM(ADJ-DIGIT-IDX)
                    ELSE
                        MOVE 0 TO NUM(ADJ-DIGIT-IDX)
                    END-IF
                END-PERFORM
                PERFORM Compute_Greatest_Ratio
                MOVE "C" TO EXT-ROW-TYPE
                PERFORM Build_Extract_Row
                WRITE EXTRACT-RECORD FROM EXTRACT-LINE
            END-IF
            CLOSE EXTRACTFILE
            MOVE "Y" TO ADJ-EXP-SW
            MOVE RUN-DATE TO ADJ-EXP-DATE
            ADD 1 TO ADJ-EXP-COUNT.

        *>may N row na ba sa EXTRACT.CSV para sa SEQ na ito (EXT-ROW-SEQ)? ROWTYPE at SEQ
        *>ang huling dalawang column
        Extract_Find_N_Row.
            MOVE "N" TO EXT-N-FOUND-SW
            OPEN INPUT EXTRACTFILE
            IF EXTRACT-FILE-STATUS = "00"
                PERFORM UNTIL EXTRACT-FILE-STATUS NOT = "00"
                        OR EXT-N-FOUND-SW = "Y"
                    READ EXTRACTFILE
                        AT END
                            CONTINUE
                        NOT AT END
                            PERFORM Extract_Check_N_Row
                    END-READ
                END-PERFORM
            END-IF
            CLOSE EXTRACTFILE.

        Extract_Check_N_Row.
            IF EXTRACT-RECORD(1:5) = "NUM1,"
                    OR EXTRACT-RECORD(1:8) = "RUNDATE,"
                CONTINUE *>header row, hindi data
            ELSE
                MOVE SPACES TO EXT-CSV-FIELDS
                UNSTRING EXTRACT-RECORD DELIMITED BY ","
                    INTO EXT-CSV-F(1) EXT-CSV-F(2) EXT-CSV-F(3)
                         EXT-CSV-F(4) EXT-CSV-F(5) EXT-CSV-F(6)
                         EXT-CSV-F(7) EXT-CSV-F(8) EXT-CSV-F(9)
                         EXT-CSV-F(10) EXT-CSV-F(11) EXT-CSV-F(12)
                         EXT-CSV-F(13) EXT-CSV-F(14) EXT-CSV-F(15)
                         EXT-CSV-F(16) EXT-CSV-F(17)
                END-UNSTRING
                IF EXT-CSV-F(16) = "N"
                        AND EXT-CSV-F(17)(1:4) = EXT-ROW-SEQ
                        AND EXT-CSV-F(17)(5:6) = SPACES
                    MOVE "Y" TO EXT-N-FOUND-SW
                END-IF
            END-IF.

        *>bilangin ang data rows ng EXTRACT.CSV at i-hash ang GREATESTRATIO column - basehan ng control record
        Count_Extract_Rows.
            MOVE 0 TO EXT-ROW-COUNT
                   ACK-RESULT DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line
            MOVE "AK" TO EXC-NEW-TYPE
            MOVE SPACES TO EXC-NEW-REF
            STRING "ACK" DELIMITED BY SIZE
                   EXTCTL-DATE-SAVE DELIMITED BY SIZE
                INTO EXC-NEW-REF
            END-STRING
            MOVE SPACES TO EXC-NEW-TEXT
            STRING ACK-RESULT DELIMITED BY SIZE
                   " ROWS " DELIMITED BY SIZE
                   EXTCTL-ROWS-SAVE DELIMITED BY SIZE
                INTO EXC-NEW-TEXT
            END-STRING
            PERFORM Add_Exception.

        *>end-of-day reconciliation - patunayan na nagtutugma ang NUMDATA.DAT, EXTRACT.CSV, at AUDITLOG.TXT ng araw
        Reconciliation_Report.
            PERFORM Load_Day_Summary
            PERFORM Load_Day_Adjustments
            PERFORM Recon_Load_Extract_Rows
            PERFORM Recon_Scan_Audit
            COMPUTE RECON-AUDIT-SETS = RECON-AUDIT-LINES / 5
            MOVE 0 TO RECON-SAVED-COUNT
            MOVE 0 TO RECON-EXPORTED-COUNT
            MOVE 0 TO RECON-CORR-COUNT
            MOVE 0 TO RECON-VOID-COUNT
            MOVE "Y" TO RECON-BAL-SW
            DISPLAY " "
            DISPLAY "===== END-OF-DAY RECONCILIATION " RUN-DATE
                IF HIST-DATE(RECON-IDX) = RUN-DATE
                    ADD 1 TO RECON-SAVED-COUNT
                    PERFORM Recon_Dispose_Set
                    *>naitama na ang set - sariling kategorya, at ang row ng dating laman ay hindi ulila
                    PERFORM Recon_Find_Correction
                    IF RECON-ADJ-SW = "Y"
                        MOVE "CORRECTED" TO RECON-DISP
                        ADD 1 TO RECON-CORR-COUNT
                    END-IF
                    DISPLAY "SEQ " HIST-SEQ(RECON-IDX) " : "
                        RECON-DISP
                    MOVE SPACES TO REPORT-LINE
                    WRITE REPORT-RECORD FROM REPORT-LINE
                END-IF
            END-PERFORM
            *>mga na-void (wala na sa NUMDATA.DAT) at mga lumang set na itinama o na-void ngayong araw
            PERFORM Recon_Adjusted_Sets
            IF RECON-AUDIT-SETS > RECON-SAVED-COUNT
                COMPUTE RECON-NOTSAVED =
                    RECON-AUDIT-SETS - RECON-SAVED-COUNT
                   RECON-BAL-SW DELIMITED BY SIZE
                INTO AUDIT-MESSAGE
            END-STRING
            PERFORM Write_Audit_Line
            IF RECON-BAL-SW NOT = "Y"
                MOVE "RB" TO EXC-NEW-TYPE
                MOVE SPACES TO EXC-NEW-REF
                STRING "REC" DELIMITED BY SIZE
                       RUN-DATE DELIMITED BY SIZE
                    INTO EXC-NEW-REF
                END-STRING
                MOVE SPACES TO EXC-NEW-TEXT
                STRING "SAVED " DELIMITED BY SIZE
                       RECON-SAVED-COUNT DELIMITED BY SIZE
                       " AUDIT-SETS " DELIMITED BY SIZE
                       RECON-AUDIT-SETS DELIMITED BY SIZE
                       " NOT-SAVED " DELIMITED BY SIZE
                       RECON-NOTSAVED DELIMITED BY SIZE
                       " ORPHAN-ROWS " DELIMITED BY SIZE
                       RECON-ORPHAN-COUNT DELIMITED BY SIZE
                    INTO EXC-NEW-TEXT
                END-STRING
                PERFORM Add_Exception
            END-IF.

        *>ang tatlong bilang at mga pagkakaiba, sa screen at sa report - isang pahina ang pipirmahan ng shift lead
        Recon_Summary_Line.
            DISPLAY "  EXPORTED-FROM-HISTORY: " RECON-HISTEXP-COUNT
            DISPLAY "  EXPORTED-NOT-SAVED   : " RECON-ORPHAN-COUNT
            DISPLAY "ENTERED-NOT-SAVED      : " RECON-NOTSAVED
            DISPLAY "CORRECTED SETS         : " RECON-CORR-COUNT
            DISPLAY "VOIDED SETS            : " RECON-VOID-COUNT
            DISPLAY "CSV ADJUSTMENT ROWS    : " RECON-ADJROW-COUNT
            *>ang hindi hating-lima na bilang ay bakas ng inabandonang partial entry (o ng checkpoint resume)
            IF RECON-AUDIT-LINES NOT = RECON-AUDIT-SETS * 5
                DISPLAY "NOTE: " RECON-AUDIT-LINES " AUDIT NUM LINES"
                   RECON-NOTSAVED DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE
            MOVE SPACES TO REPORT-LINE
            MOVE 1 TO REPORT-PTR
            STRING "CORRECTED " DELIMITED BY SIZE
                   RECON-CORR-COUNT DELIMITED BY SIZE
                   " VOIDED " DELIMITED BY SIZE
                   RECON-VOID-COUNT DELIMITED BY SIZE
                   " CSV ADJUSTMENT ROWS " DELIMITED BY SIZE
                   RECON-ADJROW-COUNT DELIMITED BY SIZE
                INTO REPORT-LINE WITH POINTER REPORT-PTR
            END-STRING
            WRITE REPORT-RECORD FROM REPORT-LINE.

        *>may correction ba sa journal ang set na ito (anumang petsa)? kung oo, ang CSV row ng
        *>bawat dating laman nito ay ituring na tugma, hindi ulila
        Recon_Find_Correction.
            MOVE "N" TO RECON-ADJ-SW
            PERFORM VARYING ADJQ-IDX FROM 1 BY 1
                    UNTIL ADJQ-IDX > ADJQ-COUNT
                IF ADJQ-SEQ(ADJQ-IDX) = HIST-SEQ(RECON-IDX)
                        AND ADJQ-TYPE(ADJQ-IDX) = "C"
                    MOVE "Y" TO RECON-ADJ-SW
                    PERFORM Recon_Use_Before_Row
                END-IF
            END-PERFORM.

        *>markahang tugma ang unang hindi pa nagagamit na day row na kapareho ng before image
        Recon_Use_Before_Row.
            MOVE "N" TO RECON-MATCH-SW
            PERFORM VARYING RECON-JDX FROM 1 BY 1
                    UNTIL RECON-JDX > RECON-ROW-COUNT
                    OR RECON-MATCH-SW = "Y"
                IF RECON-ROW-USED-SW(RECON-JDX) = "N"
                    MOVE "Y" TO RECON-MATCH-SW
                    PERFORM VARYING RECON-DIGIT-IDX FROM 1 BY 1
                            UNTIL RECON-DIGIT-IDX > 5
                        IF ADJQ-BEFORE(ADJQ-IDX RECON-DIGIT-IDX)
                                NOT = RECON-ROW-DIGIT
                                    (RECON-JDX RECON-DIGIT-IDX)
                            MOVE "N" TO RECON-MATCH-SW
                        END-IF
                    END-PERFORM
                    IF RECON-MATCH-SW = "Y"
                        MOVE "Y" TO RECON-ROW-USED-SW(RECON-JDX)
                        ADD 1 TO RECON-EXPORTED-COUNT
                    END-IF
                END-IF
            END-PERFORM.

        *>ang journal entries na may kinalaman sa araw - ang set na naisave ngayon at na-void ay
        *>kasama pa rin sa bilang ng saved (nasa audit ang pagpasok nito); ang lumang set na
        *>itinama o na-void ngayon ay nakalista lang, hindi kasama sa bilang ng araw
        Recon_Adjusted_Sets.
            PERFORM VARYING ADJQ-IDX FROM 1 BY 1
                    UNTIL ADJQ-IDX > ADJQ-COUNT
                MOVE SPACES TO RECON-DISP
                IF ADJQ-TYPE(ADJQ-IDX) = "V"
                        AND ADJQ-ORIG-DATE(ADJQ-IDX) = RUN-DATE
                    ADD 1 TO RECON-SAVED-COUNT
                    ADD 1 TO RECON-VOID-COUNT
                    MOVE "VOIDED" TO RECON-DISP
                ELSE
                    IF ADJQ-DATE(ADJQ-IDX) = RUN-DATE
                            AND ADJQ-ORIG-DATE(ADJQ-IDX) NOT = RUN-DATE
                        IF ADJQ-TYPE(ADJQ-IDX) = "V"
                            ADD 1 TO RECON-VOID-COUNT
                            MOVE "VOIDED (PRIOR DAY SET)" TO RECON-DISP
                        ELSE
                            ADD 1 TO RECON-CORR-COUNT
                            MOVE "CORRECTED (PRIOR DAY)" TO RECON-DISP
                        END-IF
                    END-IF
                END-IF
                IF RECON-DISP NOT = SPACES
                    PERFORM Recon_Use_Before_Row
                    DISPLAY "SEQ " ADJQ-SEQ(ADJQ-IDX) " : " RECON-DISP
                    MOVE SPACES TO REPORT-LINE
                    MOVE 1 TO REPORT-PTR
                    STRING "SEQ " DELIMITED BY SIZE
                           ADJQ-SEQ(ADJQ-IDX) DELIMITED BY SIZE
                           " : " DELIMITED BY SIZE
                           RECON-DISP DELIMITED BY SIZE
                        INTO REPORT-LINE WITH POINTER REPORT-PTR
                    END-STRING
                    WRITE REPORT-RECORD FROM REPORT-LINE
                END-IF
            END-PERFORM.

        *>hanapin ang disposisyon ng isang saved set - na-export, na-compute lang, o na-save lang
        Recon_Dispose_Set.
            MOVE "N" TO RECON-MATCH-SW
                END-IF
            END-PERFORM.

        *>hanapin sa buong NUMSUMM.DAT (anuman ang petsa, live man o archived) ang set na tugma
        *>sa values ng CSV row na ito
        Recon_Find_History_Set.
            MOVE "N" TO RECON-MATCH-SW
            MOVE 0 TO RECON-HIST-SEQ
            OPEN INPUT SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                PERFORM UNTIL SUMM-FILE-STATUS = "10"
                        OR RECON-MATCH-SW = "Y"
                    READ SUMMFILE NEXT
                        AT END
                            MOVE "10" TO SUMM-FILE-STATUS
                        NOT AT END
                            IF SUMM-SEQ > 0
                                PERFORM Recon_Match_Summary_Set
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SUMMFILE.

        *>ihambing ang isang summary record sa CSV row
        Recon_Match_Summary_Set.
            MOVE "Y" TO RECON-MATCH-SW
            PERFORM VARYING RECON-DIGIT-IDX FROM 1 BY 1
                    UNTIL RECON-DIGIT-IDX > 5
                IF SUMM-DIGIT(RECON-DIGIT-IDX)
                        NOT = RECON-ROW-DIGIT
                            (RECON-JDX RECON-DIGIT-IDX)
                    MOVE "N" TO RECON-MATCH-SW
                END-IF
            END-PERFORM
            IF RECON-MATCH-SW = "Y"
                MOVE SUMM-SEQ TO RECON-HIST-SEQ
            END-IF.

        *>ang mga set lang ng business date ang kailangan ng reconciliation - diretso sa alternate
        *>key (petsa) ng NUMSUMM.DAT, kaya hindi na naaapektuhan ng laki ng buong history
        Load_Day_Summary.
            MOVE 0 TO HIST-COUNT
            MOVE 0 TO HIST-LOST-COUNT
            OPEN INPUT SUMMFILE
            IF SUMM-FILE-STATUS = "00"
                MOVE RUN-DATE TO SUMM-DATE
                START SUMMFILE KEY IS EQUAL TO SUMM-DATE
                    INVALID KEY
                        MOVE "10" TO SUMM-FILE-STATUS
                END-START
                PERFORM UNTIL SUMM-FILE-STATUS = "10"
                    READ SUMMFILE NEXT
                        AT END
                            MOVE "10" TO SUMM-FILE-STATUS
                        NOT AT END
                            IF SUMM-DATE NOT = RUN-DATE
                                MOVE "10" TO SUMM-FILE-STATUS
                            ELSE
                                IF SUMM-STATUS = "N"
                                        AND HIST-COUNT < 1000
                                    PERFORM Load_Day_Summary_Entry
                                END-IF
                            END-IF
                    END-READ
                END-PERFORM
            END-IF
            CLOSE SUMMFILE.

        *>isang set ng araw papunta sa HIST-TABLE, ang table na ginagamit ng disposisyon sa ibaba
        Load_Day_Summary_Entry.
            ADD 1 TO HIST-COUNT
            MOVE SUMM-SEQ TO HIST-SEQ(HIST-COUNT)
            MOVE SUMM-DATE TO HIST-DATE(HIST-COUNT)
            PERFORM VARYING SUMM-DIGIT-IDX FROM 1 BY 1
                    UNTIL SUMM-DIGIT-IDX > 5
                MOVE SUMM-DIGIT(SUMM-DIGIT-IDX)
                    TO HIST-DIGIT(HIST-COUNT SUMM-DIGIT-IDX)
            END-PERFORM.

        *>ipunin ang mga CSV row ng araw - values lang ang kailangan sa pagtutugma
        Recon_Load_Extract_Rows.
            MOVE 0 TO RECON-ROW-COUNT
            MOVE 0 TO RECON-ADJROW-COUNT
            OPEN INPUT EXTRACTFILE
            IF EXTRACT-FILE-STATUS = "00"
                PERFORM UNTIL EXTRACT-FILE-STATUS NOT = "00"
                    INTO EXT-CSV-F(1) EXT-CSV-F(2) EXT-CSV-F(3)
                         EXT-CSV-F(4) EXT-CSV-F(5) EXT-CSV-F(6)
                         EXT-CSV-F(7) EXT-CSV-F(8) EXT-CSV-F(9)
                         EXT-CSV-F(10) EXT-CSV-F(11) EXT-CSV-F(12)
                         EXT-CSV-F(13) EXT-CSV-F(14) EXT-CSV-F(15)
                         EXT-CSV-F(16) EXT-CSV-F(17)
                END-UNSTRING
                IF EXT-CSV-F(1)(1:8) IS NUMERIC
                        AND EXT-CSV-F(1)(9:2) = SPACES
                    MOVE EXT-CSV-F(1)(1:8) TO RECON-ROW-DATE
                    *>ang reversal/replacement rows ay bilang lang - hindi katapat ng bagong saved set
                    IF RECON-ROW-DATE = RUN-DATE
                            AND (EXT-CSV-F(16) = "R"
                                OR EXT-CSV-F(16) = "C")
                        ADD 1 TO RECON-ADJROW-COUNT
                    END-IF
                    IF RECON-ROW-DATE = RUN-DATE
                            AND EXT-CSV-F(16) NOT = "R"
                            AND EXT-CSV-F(16) NOT = "C"
                            AND RECON-ROW-COUNT < 200
                        ADD 1 TO RECON-ROW-COUNT
                        MOVE "N" TO
        Recon_Scan_Audit.
            MOVE 0 TO RECON-AUDIT-LINES
            MOVE 0 TO RECON-COMP-COUNT
            *>nasa generation na ang araw kung na-roll na ang log pagkatapos nito
            MOVE RUN-DATE TO AUD-SCAN-FROM
            MOVE RUN-DATE TO AUD-SCAN-TO
            MOVE "C" TO AUD-SCAN-MODE
            PERFORM Scan_Audit_Generations.

        *>isang audit line - bahagi ba ito ng bilang ng araw?
        Recon_One_Audit_Line.
