001450     SELECT WORKLIST-FILE ASSIGN TO WORKLIST-FILENAME
001460     ORGANIZATION IS LINE SEQUENTIAL
001470     FILE STATUS IS WORKLIST-FILE-STATUS.
001471*Grade points file: one line per letter grade giving the points
001471*it earns per credit hour, so the GPA scale is kept out of this
001471*program the way the grade scale is
001471     SELECT GRADE-POINTS-FILE ASSIGN TO GRADE-POINTS-FILENAME
001471     ORGANIZATION IS LINE SEQUENTIAL
001471     FILE STATUS IS GRADE-POINTS-FILE-STATUS.
001471*Academic standing: one fixed-width line per student graded in
001471*the term, in student ID order, for the registrar's load
001471     SELECT STANDING-FILE ASSIGN TO STANDING-FILENAME
001472     ORGANIZATION IS LINE SEQUENTIAL
001472     FILE STATUS IS STANDING-FILE-STATUS.
001472*Registrar enrollment feed: the day's adds, withdrawals, and
001472*section changes, one per line, keyed by student ID
001472     SELECT ENROLLMENT-FILE ASSIGN TO ENROLLMENT-FILENAME
001472     ORGANIZATION IS LINE SEQUENTIAL
001472     FILE STATUS IS ENROLLMENT-FILE-STATUS.
001472*Term control: one record per term the close run has touched,
001473*saying whether it is open or closed. Once a term is closed no
001473*grading or posting run may change it.
001473     SELECT TERM-CONTROL-FILE ASSIGN TO TERM-CONTROL-FILENAME
001473     ORGANIZATION IS INDEXED
001473     ACCESS MODE IS DYNAMIC
001473     RECORD KEY IS TC-TERM-CODE
001473     FILE STATUS IS TERM-CONTROL-FILE-STATUS.
001473*Permanent score snapshot written when a term closes: each
001474*student's raw scores and the weights they were averaged with,
001474*appended and never rewritten
001474     SELECT SNAPSHOT-FILE ASSIGN TO SNAPSHOT-FILENAME
001474     ORGANIZATION IS LINE SEQUENTIAL
001474     FILE STATUS IS SNAPSHOT-FILE-STATUS.
001474*Approved grade changes for closed terms, one per line
001474     SELECT GRADE-CHANGE-FILE ASSIGN TO GRADE-CHANGE-FILENAME
001474     ORGANIZATION IS LINE SEQUENTIAL
001474     FILE STATUS IS GRADE-CHANGE-FILE-STATUS.
001475*Permanent register of every grade change applied, appended
001475     SELECT CHANGE-REGISTER-FILE
001475     ASSIGN TO CHANGE-REGISTER-FILENAME
001475     ORGANIZATION IS LINE SEQUENTIAL
001475     FILE STATUS IS CHANGE-REGISTER-FILE-STATUS.
001475*Sort work file for the grading-pattern report
001475     SELECT PATTERN-SORT-FILE ASSIGN TO PATTERNWK.
001475*Grade notice letters from a grading run, one page per student
001476     SELECT NOTICE-FILE ASSIGN TO NOTICE-FILENAME
001476     ORGANIZATION IS LINE SEQUENTIAL
001476     FILE STATUS IS NOTICE-FILE-STATUS.
001476*The same notice content as fixed-width records for the mail room
001476     SELECT MAIL-MERGE-FILE ASSIGN TO MAIL-MERGE-FILENAME
001476     ORGANIZATION IS LINE SEQUENTIAL
001476     FILE STATUS IS MAIL-MERGE-FILE-STATUS.
001476*Operator security: one line per operator giving the run modes
001477*they may use and the sections they may change
001477     SELECT SECURITY-FILE ASSIGN TO SECURITY-FILENAME
001477     ORGANIZATION IS LINE SEQUENTIAL
001477     FILE STATUS IS SECURITY-FILE-STATUS.
001477*Every request the security file refused, appended and kept
001477     SELECT VIOLATION-LOG-FILE ASSIGN TO VIOLATION-LOG-FILENAME
001477     ORGANIZATION IS LINE SEQUENTIAL
001477     FILE STATUS IS VIOLATION-LOG-FILE-STATUS.
001477*Sort work files for the class rank, the counselor worklist, the
001478*decline and aging reports, and a backout's journal entries
001478     SELECT RANK-SORT-FILE ASSIGN TO RANKWK.
001478     SELECT WORKLIST-SORT-FILE ASSIGN TO WORKLWK.
001478     SELECT DECLINE-SORT-FILE ASSIGN TO DECLWK.
001478     SELECT AGING-SORT-FILE ASSIGN TO AGINGWK.
001478     SELECT BACKOUT-SORT-FILE ASSIGN TO BACKWK.
001478*Per-section statistics for a grading run, one record per
001478*section, rebuilt every run
001479     SELECT SECTION-STATS-FILE ASSIGN TO SECTWK
001479     ORGANIZATION IS INDEXED
001479     ACCESS MODE IS DYNAMIC
001479     RECORD KEY IS SSR-SECTION-CODE
001479     ALTERNATE RECORD KEY IS SSR-SEQUENCE
001479     FILE STATUS IS SECTION-STATS-FILE-STATUS.
001479*Sort work file that merges the change logs into one history
001479     SELECT INQUIRY-SORT-FILE ASSIGN TO INQWK.
001480 DATA DIVISION.
001490 FILE SECTION.
001500 FD GRADES-FILE.
001940 01 CHECKPOINT-RECORD PIC 9(7).
001950 FD GRADE-HISTORY-FILE.
001960*Keyed by student name plus term code so a student has one
001964*entry per term instead of a single current-term snapshot. The
001968*section the grade was earned in follows, so its catalog credit
001972*hours can be found again later; entries recorded before the
001976*section was carried have it blank.
001980 01 GRADE-HISTORY-RECORD.
001990     05 GH-KEY.
002000         10 GH-STUDENT-NAME PIC X(20).
002010         10 GH-TERM-CODE PIC X(6).
002020     05 GH-AVERAGE PIC 9(3)V9(2).
002030     05 GH-LETTER-GRADE PIC X(1).
002035     05 GH-SECTION PIC X(6).
002040 FD EXTRACT-FILE.
002050*Detail record, type "D": columns 2-21 name, 22-26 average
002060*(implied 2 decimals), 27 letter grade, 28-32 class rank
002180     05 EXTRACT-HEADER-TYPE PIC X(1).
002190     05 EXTRACT-HEADER-TERM PIC X(6).
002200     05 EXTRACT-HEADER-DATE PIC 9(8).
002202*Change record, type "C": a grade changed after its term closed.
002204*Name and average sit where a detail record has them, column 27
002206*is the new letter, 28 the letter it replaces, then the term,
002208*section and reason code.
002210 01 EXTRACT-CHANGE-RECORD.
002212     05 EXTRACT-CHANGE-TYPE PIC X(1).
002214     05 EXTRACT-CHANGE-NAME PIC X(20).
002216     05 EXTRACT-CHANGE-AVERAGE PIC 9(3)V9(2).
002218     05 EXTRACT-CHANGE-NEW-LETTER PIC X(1).
002220     05 EXTRACT-CHANGE-OLD-LETTER PIC X(1).
002222     05 EXTRACT-CHANGE-TERM PIC X(6).
002224     05 EXTRACT-CHANGE-SECTION PIC X(6).
002226     05 EXTRACT-CHANGE-REASON PIC X(2).
002228*Trailer record, type "T": how many detail and change records
002230*precede it and a hash total of their averages, so the
002232*registrar's system can prove the file arrived whole
002240 01 EXTRACT-TRAILER-RECORD.
002250     05 EXTRACT-TRAILER-TYPE PIC X(1).
002260     05 EXTRACT-TRAILER-COUNT PIC 9(7).
002380*lines and lines starting with "*" are ignored.
002390 01 PARAMETER-LINE PIC X(80).
002400 FD AUDIT-FILE.
002406*Who did it, when, which action (A/C/R/N from maintenance,
002412*E/W/M from the registrar enrollment feed), and the full
002418*before and after images of STUDENT-RECORD -- an add or an
002424*enrollment has a blank before image, a removal a blank after
002430*image, and a withdrawal the same image on both sides
002440 01 AUDIT-RECORD.
002450     05 AUDIT-OPERATOR PIC X(8).
002460     05 AUDIT-DATE PIC 9(8).
002760 01 ARCHIVE-ROSTER-RECORD PIC X(50).
002770 FD ARCHIVE-HISTORY-FILE.
002780*Flat image of one retired grade history entry
002790 01 ARCHIVE-HISTORY-RECORD PIC X(38).
002800 FD ARCHIVE-LOG-FILE.
002810*When each student was moved, who they were, how many terms
002820*went to the archive with them, and their latest term on file
002890     05 ARCH-LOG-LAST-TERM PIC X(6).
002900 FD JOURNAL-FILE.
002910*Which posting run touched the record and when, the action
002917*("A" add, "C" correct, "V" a section curve), and the full before
002924*and after images of STUDENT-RECORD -- an add has a blank before
002931*image
002940 01 JOURNAL-RECORD.
002950     05 JRN-RUN-ID PIC X(8).
002960     05 JRN-DATE PIC 9(8).
003370     05 WL-FLAG-I PIC X(1).
003380     05 WL-FLAG-D PIC X(1).
003390     05 WL-DECLINE-AMOUNT PIC 9(3)V9(2).
003391 FD GRADE-POINTS-FILE.
003391*One letter grade and the points it earns per credit hour per
003391*line, e.g. "A400" for 4.00. A letter not listed earns no GPA
003391*credit, as an Incomplete or a Withdrawal never does.
003391 01 GRADE-POINTS-RECORD.
003391     05 GP-LETTER PIC X(1).
003391     05 GP-POINTS PIC 9V9(2).
003391 FD STANDING-FILE.
003391*Columns 1-9 student ID, 10-29 name, 30-35 term, 36-38 term
003391*credit hours, 39-41 term GPA (implied 2 decimals), 42-45
003391*cumulative credit hours, 46-48 cumulative GPA (implied 2
003391*decimals), 49 standing ("D" dean's list, "G" good standing,
003391*"P" probation, "S" suspension)
003391 01 STANDING-RECORD.
003391     05 ST-STUDENT-ID PIC 9(9).
003391     05 ST-STUDENT-NAME PIC X(20).
003391     05 ST-TERM-CODE PIC X(6).
003391     05 ST-TERM-HOURS PIC 9(3).
003391     05 ST-TERM-GPA PIC 9V9(2).
003391     05 ST-CUM-HOURS PIC 9(4).
003391     05 ST-CUM-GPA PIC 9V9(2).
003391     05 ST-STANDING PIC X(1).
003391 FD ENROLLMENT-FILE.
003391*Columns 1-9 student ID, 10 action ("E" enroll, "W" withdraw,
003391*"M" move to another section), 11-30 student name (used by
003391*enrollments only), 31-36 section: the section to enroll in or
003392*move to, or for a withdrawal the section being left (blank
003392*for whatever section the roster has)
003392 01 ENROLLMENT-RECORD.
003392     05 EN-STUDENT-ID PIC X(9).
003392     05 EN-ACTION PIC X(1).
003392     05 EN-STUDENT-NAME PIC X(20).
003392     05 EN-SECTION PIC X(6).
003392 FD TERM-CONTROL-FILE.
003392*The term (the key), "O" open or "C" closed, and when and by
003392*whom it was last set, with the students snapshotted at close
003392 01 TERM-CONTROL-RECORD.
003392     05 TC-TERM-CODE PIC X(6).
003392     05 TC-STATUS PIC X(1).
003392     05 TC-DATE PIC 9(8).
003392     05 TC-TIME PIC 9(8).
003392     05 TC-OPERATOR PIC X(8).
003392     05 TC-SNAPSHOT-COUNT PIC 9(7).
003392 FD SNAPSHOT-FILE.
003392*Columns 1-6 term, 7-15 student ID, 16-35 name, 36-41 section,
003392*42-56 the five raw scores as the roster held them (blank = not
003392*recorded), 57-71 the five weights in force, 72-76 the average
003392*(implied 2 decimals), 77 the letter, 78-85 the close date
003392 01 SNAPSHOT-RECORD.
003392     05 SN-TERM-CODE PIC X(6).
003392     05 SN-STUDENT-ID PIC 9(9).
003392     05 SN-STUDENT-NAME PIC X(20).
003393     05 SN-SECTION PIC X(6).
003393     05 SN-SCORES.
003393         10 SN-SCORE PIC X(3) OCCURS 5 TIMES.
003393     05 SN-WEIGHTS.
003393         10 SN-WEIGHT PIC 9(3) OCCURS 5 TIMES.
003393     05 SN-AVERAGE PIC 9(3)V9(2).
003393     05 SN-LETTER PIC X(1).
003393     05 SN-DATE PIC 9(8).
003393 FD GRADE-CHANGE-FILE.
003393*Columns 1-9 student ID, 10-15 term, 16-21 section, 22 the
003393*letter on file, 23 the letter it becomes, 24-25 reason code,
003393*26-33 the approver's ID
003393 01 GRADE-CHANGE-RECORD.
003393     05 GC-STUDENT-ID PIC X(9).
003393     05 GC-TERM-CODE PIC X(6).
003393     05 GC-SECTION PIC X(6).
003393     05 GC-OLD-LETTER PIC X(1).
003393     05 GC-NEW-LETTER PIC X(1).
003393     05 GC-REASON-CODE PIC X(2).
003393     05 GC-APPROVER-ID PIC X(8).
003393 FD CHANGE-REGISTER-FILE.
003393*When, who ran it, whose grade, the term and section, the letter
003393*before and after, the reason and approver, and the average the
003393*letter stands on (unchanged by the change)
003393 01 CHANGE-REGISTER-RECORD.
003393     05 CR-DATE PIC 9(8).
003394     05 CR-TIME PIC 9(8).
003394     05 CR-OPERATOR PIC X(8).
003394     05 CR-STUDENT-ID PIC X(9).
003394     05 CR-STUDENT-NAME PIC X(20).
003394     05 CR-TERM-CODE PIC X(6).
003394     05 CR-SECTION PIC X(6).
003394     05 CR-OLD-LETTER PIC X(1).
003394     05 CR-NEW-LETTER PIC X(1).
003394     05 CR-REASON-CODE PIC X(2).
003394     05 CR-APPROVER-ID PIC X(8).
003394     05 CR-AVERAGE PIC 9(3)V9(2).
003394 SD PATTERN-SORT-FILE.
003394*Each history entry in the term range is released twice: once
003394*at level "1" to build the course-wide figures, and once at
003394*level "2" under its instructor and term. Level 1 sorts ahead
003394*of level 2, so a course's totals are whole before any of its
003394*instructors is compared against them.
003394 01 PATTERN-SORT-RECORD.
003394     05 PS-COURSE-TITLE PIC X(30).
003394     05 PS-LEVEL PIC X(1).
003394     05 PS-INSTRUCTOR PIC X(20).
003394     05 PS-TERM-SORT-KEY PIC X(5).
003394     05 PS-TERM-CODE PIC X(6).
003394     05 PS-LETTER PIC X(1).
003394     05 PS-AVERAGE PIC 9(3)V9(2).
003394 FD NOTICE-FILE.
003395 01 NOTICE-LINE PIC X(80).
003395 FD MAIL-MERGE-FILE.
003395*Columns 1-9 student ID, 10-29 name, 30-35 term, 36-41 section,
003395*42-71 course title, 72-91 instructor, 92-106 the five scores
003395*(blank = not yet recorded), 107-121 the five weights, 122-126
003395*average (implied 2 decimals), 127 letter, 128-133 the deadline
003395*term for an Incomplete (blank otherwise)
003395 01 MAIL-MERGE-RECORD.
003395     05 MM-STUDENT-ID PIC 9(9).
003395     05 MM-STUDENT-NAME PIC X(20).
003395     05 MM-TERM-CODE PIC X(6).
003395     05 MM-SECTION PIC X(6).
003395     05 MM-COURSE-TITLE PIC X(30).
003395     05 MM-INSTRUCTOR PIC X(20).
003395     05 MM-SCORES.
003395         10 MM-SCORE PIC X(3) OCCURS 5 TIMES.
003395     05 MM-WEIGHTS.
003395         10 MM-WEIGHT PIC 9(3) OCCURS 5 TIMES.
003395     05 MM-AVERAGE PIC 9(3)V9(2).
003395     05 MM-LETTER PIC X(1).
003395     05 MM-DEADLINE-TERM PIC X(6).
003395 FD SECURITY-FILE.
003395*Columns 1-8 operator ID, 9-38 every run mode the operator may
003395*use, one character each (e.g. "1345", or "*" for every mode),
003395*39-98 up to ten section codes the operator may change in
003395*maintenance, posting, and the enrollment feed ("*" for every
003396*section; none listed means no section may be changed)
003396 01 SECURITY-RECORD.
003396     05 SEC-OPERATOR-ID PIC X(8).
003396     05 SEC-MODES PIC X(30).
003396     05 SEC-SECTIONS.
003396         10 SEC-SECTION PIC X(6) OCCURS 10 TIMES.
003396 FD VIOLATION-LOG-FILE.
003396*When, which operator, the run mode they were in, the section
003396*and student they tried to change (blank for a refused mode),
003396*and why it was refused
003396 01 VIOLATION-LOG-RECORD.
003396     05 VL-DATE PIC 9(8).
003396     05 VL-TIME PIC 9(8).
003396     05 VL-OPERATOR PIC X(8).
003396     05 VL-RUN-MODE PIC X(1).
003396     05 VL-SECTION PIC X(6).
003396     05 VL-STUDENT-ID PIC X(9).
003396     05 VL-REASON PIC X(30).
003396 SD RANK-SORT-FILE.
003396*One graded student of a whole-roster run. The sequence is the
003396*order the student was graded in, so tied averages keep that
003396*order under the highest-average-first sort.
003396 01 RANK-ENTRY.
003396     05 RANK-NAME PIC X(20).
003396     05 RANK-AVERAGE PIC 9(3)V9(2).
003396     05 RANK-LETTER PIC X(1).
003397     05 RANK-SEQUENCE PIC 9(7).
003397 SD WORKLIST-SORT-FILE.
003397*One flagged student, laid out as the worklist record, with the
003397*sweep order kept to break ties in the lowest-average-first sort
003397 01 WL-ENTRY.
003397     05 WL-E-ID PIC 9(9).
003397     05 WL-E-NAME PIC X(20).
003397     05 WL-E-SECTION PIC X(6).
003397     05 WL-E-AVERAGE PIC 9(3)V9(2).
003397     05 WL-E-LETTER PIC X(1).
003397     05 WL-E-FLAG-F PIC X(1).
003397     05 WL-E-FLAG-I PIC X(1).
003397     05 WL-E-FLAG-D PIC X(1).
003397     05 WL-E-DECLINE PIC 9(3)V9(2).
003397     05 WL-E-SEQUENCE PIC 9(7).
003397 SD DECLINE-SORT-FILE.
003397*One flagged student for the decline report, worst decline
003397*first, ties in history key order
003397 01 DECLINE-ENTRY.
003397     05 DECLINE-NAME PIC X(20).
003397     05 DECLINE-PRIOR-TERM PIC X(6).
003397     05 DECLINE-PRIOR-AVERAGE PIC 9(3)V9(2).
003397     05 DECLINE-PRIOR-LETTER PIC X(1).
003397     05 DECLINE-CURRENT-AVERAGE PIC 9(3)V9(2).
003397     05 DECLINE-CURRENT-LETTER PIC X(1).
003397     05 DECLINE-AMOUNT PIC 9(3)V9(2).
003398     05 DECLINE-SEQUENCE PIC 9(7).
003398 SD AGING-SORT-FILE.
003398*One outstanding incomplete, by section and then student, ties
003398*in tracking file order
003398 01 AGING-ENTRY.
003398     05 AGING-SECTION PIC X(6).
003398     05 AGING-NAME PIC X(20).
003398     05 AGING-TERM PIC X(6).
003398     05 AGING-DEADLINE PIC X(6).
003398     05 AGING-OVERDUE PIC X(1).
003398     05 AGING-SEQUENCE PIC 9(7).
003398 SD BACKOUT-SORT-FILE.
003398*One journal entry of the run being backed out; the sequence is
003398*its place in the journal, and the entries come back newest
003398*first
003398 01 BACKOUT-ENTRY.
003398     05 BACKOUT-SEQUENCE PIC 9(7).
003398     05 BACKOUT-ACTION PIC X(1).
003398     05 BACKOUT-BEFORE PIC X(50).
003398     05 BACKOUT-AFTER PIC X(50).
003398 FD SECTION-STATS-FILE.
003398*Keyed by section code; the sequence is the order the section
003398*was first seen in, which is the order the sections report in.
003398*The rest of the record is SECTION-STAT.
003398 01 SECTION-STATS-RECORD.
003398     05 SSR-SECTION-CODE PIC X(6).
003399     05 SSR-SEQUENCE PIC 9(5).
003399     05 FILLER PIC X(1051).
003399 SD INQUIRY-SORT-FILE.
003399*One entry from the maintenance audit ("A"), the posting journal
003399*("J"), the lapse log ("L"), or the archive log ("R"), ordered by
003399*when it was made. The sequence keeps entries stamped in the same
003399*hundredth of a second in the order they were read.
003399 01 INQUIRY-ENTRY.
003399     05 IQ-DATE PIC 9(8).
003399     05 IQ-TIME PIC 9(8).
003399     05 IQ-SEQUENCE PIC 9(7).
003399     05 IQ-SOURCE PIC X(1).
003399     05 IQ-CHANGED-BY PIC X(8).
003399     05 IQ-ACTION PIC X(1).
003399     05 IQ-IMAGES.
003399         10 IQ-BEFORE-IMAGE PIC X(50).
003399         10 IQ-AFTER-IMAGE PIC X(50).
003399*The lapse and archive logs carry no record images, only the
003399*student and the term or terms concerned
003399     05 IQ-LOG-DETAIL REDEFINES IQ-IMAGES.
003399         10 IQ-LOG-ID PIC 9(9).
003399         10 IQ-LOG-NAME PIC X(20).
003399         10 IQ-LOG-TERM PIC X(6).
003399         10 IQ-LOG-DEADLINE PIC X(6).
003399         10 IQ-LOG-TERMS PIC 9(3).
003399         10 FILLER PIC X(56).
003400 WORKING-STORAGE SECTION.
003410
003420*We will load each record into STUDENT for processing
003960 01 MAINTENANCE-ACTION PIC X(1).
003970*Who is running roster maintenance (prompted at entry) and the
003980*audit file their actions are appended to
003990 01 OPERATOR-ID PIC X(8) VALUE SPACES.
004000 01 AUDIT-FILENAME PIC X(64).
004010 01 AUDIT-FILE-STATUS PIC X(2).
004020     88 AUDIT-FILE-OK VALUE "00".
005100*printed, the running total of their averages, and the cumulative
005110*average across every term on file
005120 01 TRANSCRIPT-TERM-COUNT PIC 9(3) VALUE 0.
005125 01 TRANSCRIPT-WITHDRAWN-COUNT PIC 9(3) VALUE 0.
005130 01 TRANSCRIPT-AVERAGE-TOTAL PIC 9(7)V9(2) VALUE 0.
005140 01 TRANSCRIPT-CUMULATIVE PIC 9(3)V9(2).
005150*The student's terms are collected here and sorted by the
005700 01 POSTING-RUN-ID PIC X(8).
005710 01 JRN-BEFORE-SAVE PIC X(50).
005720 01 JRN-AFTER-SAVE PIC X(50).
005725 01 JRN-ACTION-SAVE PIC X(1).
005730*Backout working storage: the named run's journal entries are
005740*sorted newest first and applied in that order, so a record
005750*touched twice in one run ends up back at its earliest before
005760*image
005770 01 BACKOUT-COUNT PIC 9(7) VALUE 0.
005780 01 BACKOUT-RESTORED-COUNT PIC 9(7) VALUE 0.
005790 01 BACKOUT-REMOVED-COUNT PIC 9(7) VALUE 0.
005800 01 BACKOUT-ERROR-COUNT PIC 9(7) VALUE 0.
005880*Posting-run counters, reported at end of run
005890 01 TRANS-READ-COUNT PIC 9(7) VALUE 0.
005900 01 TRANS-ADD-COUNT PIC 9(7) VALUE 0.
006130 01 SECTION-FILTER PIC X(6) VALUE SPACES.
006140 01 SECTION-SKIPPED-COUNT PIC 9(5) VALUE 0.
006150*Per-section statistics, accumulated by PROCESS-RECORD and
006157*reported ahead of the all-sections roll-up. Each section's
006164*slice is kept on SECTION-STATS-FILE and worked on here, so any
006171*number of sections is broken out. Should the work file fail to
006178*open, the sections appear in the roll-up only, after a one-time
006185*warning.
006192 01 SECTION-STATS-FILE-STATUS PIC X(2) VALUE "99".
006199     88 SECTION-STATS-FILE-OK VALUE "00".
006206 01 SECTION-STATS-COUNT PIC 9(5) VALUE 0.
006213 01 SECTION-STATS-WARNED PIC X(1) VALUE "N".
006220 01 SECTION-STAT-FOUND PIC X(1).
006227 01 SECTION-STAT-ON-FILE PIC X(1).
006234 01 SECTION-INDEX PIC 9(5).
006241 01 SECTION-STAT.
006248     05 SECTION-STAT-CODE PIC X(6).
006255     05 SECTION-STAT-SEQUENCE PIC 9(5).
006262     05 SECTION-STAT-STUDENTS PIC 9(5).
006269     05 SECTION-STAT-GRADED PIC 9(5).
006276     05 SECTION-STAT-AVG-TOTAL PIC 9(7)V9(2).
006283     05 SECTION-STAT-INCOMPLETE PIC 9(4).
006290     05 SECTION-STAT-FREQ PIC 9(4) OCCURS 5 TIMES.
006310*Per-section honor-roll and at-risk call-outs keep the first
006320*25 names each; the counts keep going so the report can say
006330*"...and N more" as the class-wide lists do
006340     05 SECTION-STAT-HONOR-COUNT PIC 9(4).
006350     05 SECTION-STAT-HONOR-NAME PIC X(20)
006360         OCCURS 25 TIMES.
006370     05 SECTION-STAT-AT-RISK-COUNT PIC 9(4).
006380     05 SECTION-STAT-AT-RISK-NAME PIC X(20)
006390         OCCURS 25 TIMES.
006400*Early-warning decline report: a student is listed when their
006410*current-term average fell more than the threshold below the
006420*prior term's, or their letter grade dropped. The threshold is
006690 01 DECLINE-FLAGGED PIC X(1).
006700 01 PRIOR-LETTER-RANK PIC 9(1).
006710 01 CURRENT-LETTER-RANK PIC 9(1).
006720*Flagged students are released to DECLINE-SORT-FILE and come
006730*back worst decline first for printing
006740 01 DECLINE-COUNT PIC 9(7) VALUE 0.
006760 01 SORT-LIMIT PIC 9(5).
006770 01 SORT-INDEX PIC 9(5).
006780*Class rank working storage: a whole-roster batch run releases
006790*every processed student to RANK-SORT-FILE, takes them back by
006800*average descending, and assigns competition ranks (ties share
006810*a rank, the next distinct average skips past them) and
006820*percentiles. Extract details are written in rank order, rank
006830*included.
006930 01 RANKING-SWITCH PIC X(1) VALUE "N".
006940     88 RANKING-ACTIVE VALUE "Y".
006948 01 RANK-COUNT PIC 9(7) VALUE 0.
006956 01 RANK-POSITION PIC 9(7).
006964 01 RANK-RANK PIC 9(7).
006972 01 RANK-PERCENTILE PIC 9(3).
006980 01 RANK-PRIOR-AVERAGE PIC 9(3)V9(2).
006990*Rank carried onto the next extract detail written; stays zero
007000*in the modes that do not rank
007010 01 EXTRACT-RANK-SAVE PIC 9(5) VALUE 0.
007100*The archive pair, the archive log, and the cutoff term for a
007110*year-end archive run: a student whose latest history term is
007120*earlier than the cutoff has been inactive since it and moves
008600     05 GPS-INCOMPLETE PIC X(64).
008610     05 GPS-LAPSE-LOG PIC X(64).
008620     05 GPS-WORKLIST PIC X(64).
008621     05 GPS-GRADE-POINTS PIC X(64).
008621     05 GPS-STANDING PIC X(64).
008621     05 GPS-DEANS-LIST-GPA PIC 9V9(2).
008622     05 GPS-PROBATION-GPA PIC 9V9(2).
008622     05 GPS-SUSPENSION-GPA PIC 9V9(2).
008622     05 GPS-ENROLLMENT PIC X(64).
008623     05 GPS-AUDIT PIC X(64).
008623     05 GPS-SNAPSHOT PIC X(64).
008623     05 GPS-GRADE-CHANGE PIC X(64).
008624     05 GPS-CHANGE-REGISTER PIC X(64).
008624     05 GPS-PATTERN-FROM-TERM PIC X(6).
008624     05 GPS-PATTERN-TO-TERM PIC X(6).
008625     05 GPS-PATTERN-MARGIN PIC 9(3)V9(2).
008625     05 GPS-NOTICE PIC X(64).
008626     05 GPS-MAIL-MERGE PIC X(64).
008626     05 GPS-OPERATOR PIC X(8).
008626     05 GPS-CURVE-POSITION PIC 9(1).
008627     05 GPS-CURVE-METHOD PIC X(1).
008627     05 GPS-CURVE-AMOUNT PIC 9(3).
008627     05 GPS-CURVE-APPLY PIC X(1).
008628     05 GPS-INQUIRY-ID PIC 9(9).
008628     05 GPS-INQUIRY-NAME PIC X(20).
008628     05 GPS-INQUIRY-FROM-DATE PIC 9(8).
008629     05 GPS-INQUIRY-TO-DATE PIC 9(8).
008629     05 GPS-INQUIRY-CHANGED-BY PIC X(8).
008630*The incomplete tracking file and the lapse conversion log.
008640*Both statuses start not-OK: the grading modes test the
008650*tracking file before writing, and left unnamed it stays
008770 01 NEXT-SEASON PIC X(2).
008780 01 TERM-YEAR-WORK PIC 9(4).
008790*Aging report working storage: outstanding incompletes are
008797*released to AGING-SORT-FILE and come back by section for
008804*printing. The as-of term decides which deadlines have already
008811*passed.
008820 01 ASOF-SORT-KEY PIC X(5).
008830 01 DEADLINE-SORT-KEY PIC X(5).
008840 01 AGING-COUNT PIC 9(7) VALUE 0.
008860 01 AGING-OVERDUE-COUNT PIC 9(5) VALUE 0.
008950*Lapse run counters, reported at end of run
008960 01 LAPSE-EXAMINED-COUNT PIC 9(5) VALUE 0.
008970 01 LAPSE-CONVERTED-COUNT PIC 9(5) VALUE 0.
009130 01 SCAN-ALL-BLANK-COUNT PIC 9(5) VALUE 0.
009140 01 SCAN-FINDING-COUNT PIC 9(7) VALUE 0.
009150*The counselor worklist file and its working storage: every
009160*flagged student is released to WORKLIST-SORT-FILE and comes
009170*back worst current average first as the file is written
009200 01 WORKLIST-FILENAME PIC X(64).
009210 01 WORKLIST-FILE-STATUS PIC X(2) VALUE "99".
009220     88 WORKLIST-FILE-OK VALUE "00".
009230 01 WL-FLAGGED PIC X(1).
009240 01 WL-HISTORY-DONE PIC X(1).
009250 01 WL-COUNT PIC 9(7) VALUE 0.
009270 01 WL-SWEPT-COUNT PIC 9(7) VALUE 0.
009280 01 WL-F-COUNT PIC 9(5) VALUE 0.
009290 01 WL-INC-COUNT PIC 9(5) VALUE 0.
009300 01 WL-DEC-COUNT PIC 9(5) VALUE 0.
009301*Academic standing run: the grade points table (the usual
009301*four-point scale unless a grade points file overrides it), the
009301*GPA thresholds each standing is decided by, and the standing
009302*file written for the registrar. A letter not in the table
009302*earns no GPA credit and carries no hours.
009302 01 GRADE-POINTS-FILENAME PIC X(64).
009303 01 GRADE-POINTS-FILE-STATUS PIC X(2).
009303 01 GRADE-POINTS-COUNT PIC 9(2) VALUE 0.
009304 01 GRADE-POINTS-EXCESS PIC X(1).
009304 01 GRADE-POINTS-INDEX PIC 9(2).
009304 01 GRADE-POINTS-TABLE.
009305     05 GRADE-POINTS-ENTRY OCCURS 10 TIMES.
009305         10 GPT-LETTER PIC X(1).
009306         10 GPT-POINTS PIC 9V9(2).
009306 01 STANDING-FILENAME PIC X(64).
009306 01 STANDING-FILE-STATUS PIC X(2) VALUE "99".
009307     88 STANDING-FILE-OK VALUE "00".
009307*Cumulative GPA below SUSPENSION-GPA is suspension, below
009308*PROBATION-GPA probation; otherwise a term GPA at or above
009308*DEANS-LIST-GPA makes the dean's list. Entered in hundredths
009308*(e.g. 350 for 3.50) at the prompt or in the parameter file.
009309 01 DEANS-LIST-GPA PIC 9V9(2) VALUE 3.50.
009309 01 PROBATION-GPA PIC 9V9(2) VALUE 2.00.
009310 01 SUSPENSION-GPA PIC 9V9(2) VALUE 1.00.
009310 01 GPA-ENTRY-VALUE PIC 9V9(2).
009310 01 GPA-ENTRY-HUNDREDTHS PIC 9(3).
009311*The history entry being weighed: the points its letter earns,
009311*whether the letter counts toward GPA at all, and the credit
009312*hours of the section it was earned in
009312 01 GPA-LETTER-POINTS PIC 9V9(2).
009312 01 GPA-LETTER-COUNTS PIC X(1).
009313 01 GPA-ENTRY-HOURS PIC 9(2).
009313*The student being assessed: quality points and credit hours
009314*for the term and for every term up to and including it, the
009314*GPAs they come to, and the standing decided from them
009314 01 TERM-QUALITY-POINTS PIC 9(5)V9(2).
009315 01 TERM-CREDIT-HOURS PIC 9(3).
009315 01 TERM-GPA PIC 9V9(2).
009316 01 CUM-QUALITY-POINTS PIC 9(6)V9(2).
009316 01 CUM-CREDIT-HOURS PIC 9(4).
009316 01 CUM-GPA PIC 9V9(2).
009317 01 STANDING-CODE PIC X(1).
009317 01 STANDING-LABEL PIC X(13).
009318 01 STANDING-TERM-FOUND PIC X(1).
009318 01 STANDING-HISTORY-DONE PIC X(1).
009318*Standing run counters, reported at end of run
009319 01 STANDING-EXAMINED-COUNT PIC 9(7) VALUE 0.
009319 01 STANDING-NOT-ENROLLED-COUNT PIC 9(7) VALUE 0.
009320 01 STANDING-DEANS-COUNT PIC 9(5) VALUE 0.
009320 01 STANDING-GOOD-COUNT PIC 9(5) VALUE 0.
009320 01 STANDING-PROBATION-COUNT PIC 9(5) VALUE 0.
009321 01 STANDING-SUSPENSION-COUNT PIC 9(5) VALUE 0.
009321 01 STANDING-NO-HOURS-COUNT PIC 9(5) VALUE 0.
009322*Edited views for the standing report: credit hours without
009322*lead zeros and a GPA with its decimal point
009322 01 REPORT-HOURS-EDIT PIC Z(3)9.
009323 01 REPORT-HOURS2-EDIT PIC Z(3)9.
009323 01 REPORT-GPA-EDIT PIC 9.99.
009324 01 REPORT-GPA2-EDIT PIC 9.99.
009324 01 REPORT-GPA3-EDIT PIC 9.99.
009324*Whether every file the standing run needs opened, and the
009325*prompt shown for the GPA threshold being entered
009325 01 STANDING-OPEN-OK PIC X(1).
009326 01 GPA-ENTRY-PROMPT PIC X(60).
009326*The registrar enrollment feed, whether every file its run
009326*needs opened, and whether the record being applied passed
009327*validation. Rejects go to the posting mode's reject file.
009327 01 ENROLLMENT-FILENAME PIC X(64).
009327 01 ENROLLMENT-FILE-STATUS PIC X(2).
009328     88 ENROLLMENT-FILE-OK VALUE "00".
009328 01 ENROLLMENT-OPEN-OK PIC X(1).
009329 01 ENROLL-VALID PIC X(1).
009329*Whether the withdrawing student already has a history entry
009329*for the term, to be replaced by the "W"
009330 01 ENROLL-HISTORY-FOUND PIC X(1).
009330*Enrollment run counters, reconciled at end of run: every
009331*record read must come out an add, a drop, a move, or a reject
009331 01 ENROLL-READ-COUNT PIC 9(7) VALUE 0.
009331 01 ENROLL-ADD-COUNT PIC 9(7) VALUE 0.
009332 01 ENROLL-DROP-COUNT PIC 9(7) VALUE 0.
009332 01 ENROLL-MOVE-COUNT PIC 9(7) VALUE 0.
009333 01 ENROLL-REJECT-COUNT PIC 9(7) VALUE 0.
009333 01 ENROLL-ACCOUNTED-COUNT PIC 9(7) VALUE 0.
009333*A student with a "W" on history for the run's term withdrew
009334*and is not graded; how many a grading run passed over
009334 01 TERM-WITHDRAWN PIC X(1).
009335 01 WITHDRAWN-SKIPPED-COUNT PIC 9(5) VALUE 0.
009335*The site's term control file, named once for every mode by the
009335*HANDOUT_TERMCTL environment variable. Left unset, no term is
009336*ever treated as closed and none can be closed.
009336 01 TERM-CONTROL-FILENAME PIC X(64) VALUE SPACES.
009337 01 TERM-CONTROL-FILE-STATUS PIC X(2) VALUE "99".
009337     88 TERM-CONTROL-FILE-OK VALUE "00".
009337*Set by CHECK-TERM-OPEN: "Y" when TERM-CODE is closed, or when
009338*the control file is named but cannot be read -- a run that
009338*cannot prove the term open must not change it
009339 01 TERM-CLOSED-SWITCH PIC X(1) VALUE "N".
009339     88 TERM-IS-CLOSED VALUE "Y".
009339*The score snapshot file, whether everything the close run
009340*needs opened, and what the close did
009340 01 SNAPSHOT-FILENAME PIC X(64).
009341 01 SNAPSHOT-FILE-STATUS PIC X(2) VALUE "99".
009341     88 SNAPSHOT-FILE-OK VALUE "00".
009341 01 CLOSE-OPEN-OK PIC X(1).
009342 01 CLOSE-SNAPSHOT-COUNT PIC 9(7) VALUE 0.
009342 01 CLOSE-CLEARED-COUNT PIC 9(7) VALUE 0.
009343 01 CLOSE-CLEAR-ERROR-COUNT PIC 9(7) VALUE 0.
009343 01 CLOSE-TERM-FOUND PIC X(1).
009343 01 CLOSE-DATE PIC 9(8).
009344 01 CLOSE-TIME PIC 9(8).
009344*The grade-change run: its files, whether they all opened, and
009345*what became of each change read
009345 01 GRADE-CHANGE-FILENAME PIC X(64).
009345 01 GRADE-CHANGE-FILE-STATUS PIC X(2).
009346     88 GRADE-CHANGE-FILE-OK VALUE "00".
009346 01 CHANGE-REGISTER-FILENAME PIC X(64).
009347 01 CHANGE-REGISTER-FILE-STATUS PIC X(2).
009347     88 CHANGE-REGISTER-FILE-OK VALUE "00".
009347 01 CHANGE-OPEN-OK PIC X(1).
009348 01 CHANGE-VALID PIC X(1).
009348 01 CHANGE-LETTER-FOUND PIC X(1).
009349 01 CHANGE-READ-COUNT PIC 9(7) VALUE 0.
009349 01 CHANGE-ACCEPTED-COUNT PIC 9(7) VALUE 0.
009349 01 CHANGE-REJECT-COUNT PIC 9(7) VALUE 0.
009350 01 CHANGE-ACCOUNTED-COUNT PIC 9(7).
009350*Detail plus change records a run should have put on the extract
009351 01 EXTRACT-EXPECTED-COUNT PIC 9(7).
009351*Grading-pattern report: the term range (and its chronological
009351*compare keys) and how far, in percentage points, an instructor's
009352*A-rate or F-rate may stray from the course-wide rate unflagged
009352 01 PATTERN-FROM-TERM PIC X(6).
009352 01 PATTERN-TO-TERM PIC X(6).
009353 01 PATTERN-FROM-KEY PIC X(5).
009353 01 PATTERN-TO-KEY PIC X(5).
009354 01 PATTERN-MARGIN PIC 9(3)V9(2) VALUE 10.
009354 01 PATTERN-OPEN-OK PIC X(1).
009354*The letters the report distributes over, in column order
009355 01 PATTERN-LETTER-LIST PIC X(7) VALUE "ABCDFIW".
009355 01 PATTERN-LETTER-TABLE REDEFINES PATTERN-LETTER-LIST.
009356     05 PATTERN-LETTER PIC X(1) OCCURS 7 TIMES.
009356 01 PATTERN-LETTER-SUB PIC 9(1).
009356 01 PATTERN-LETTER-INDEX PIC 9(1).
009357*Running totals at three levels: 1 the course, 2 the
009357*instructor, 3 the instructor's current term. Graded entries
009358*(not I or W) are the ones the mean average is taken over.
009358 01 PATTERN-LEVEL PIC 9(1).
009358 01 PATTERN-TOTALS.
009359     05 PATTERN-LEVEL-TOTALS OCCURS 3 TIMES.
009359         10 PT-ENTRY-COUNT PIC 9(7).
009360         10 PT-GRADED-COUNT PIC 9(7).
009360         10 PT-AVERAGE-TOTAL PIC 9(9)V9(2).
009360         10 PT-LETTER-COUNT PIC 9(7) OCCURS 7 TIMES.
009361 01 PATTERN-COURSE-SAVE PIC X(30).
009361 01 PATTERN-INSTRUCTOR-SAVE PIC X(20).
009362 01 PATTERN-TERM-SAVE PIC X(6).
009362 01 PATTERN-COURSE-ACTIVE PIC X(1).
009362 01 PATTERN-INSTRUCTOR-ACTIVE PIC X(1).
009363 01 PATTERN-LABEL PIC X(20).
009363 01 PATTERN-FLAG PIC X(8).
009364 01 PATTERN-MEAN PIC 9(3)V9(2).
009364 01 PATTERN-PCT-WHOLE PIC 9(3).
009364 01 PATTERN-PERCENT-EDITS.
009365     05 PATTERN-PCT-EDIT PIC ZZ9 OCCURS 7 TIMES.
009365 01 PATTERN-RATE-WORK PIC 9(3)V9(2).
009366 01 PATTERN-COURSE-RATE PIC 9(3)V9(2).
009366 01 PATTERN-RATE-DIFF PIC S9(3)V9(2).
009366 01 PATTERN-A-EXCEEDED PIC X(1).
009367 01 PATTERN-F-EXCEEDED PIC X(1).
009367 01 PATTERN-RELEASED-COUNT PIC 9(7) VALUE 0.
009368 01 PATTERN-SKIPPED-COUNT PIC 9(7) VALUE 0.
009368 01 PATTERN-FLAGGED-COUNT PIC 9(5) VALUE 0.
009368*Grade notices: the letter file and mail-merge file a grading
009369*run writes when they are named, whether a restarted control-
009369*file run is appending to what it wrote before the abend, and
009370*what goes on each student's notice
009370 01 NOTICE-FILENAME PIC X(64) VALUE SPACES.
009370 01 NOTICE-FILE-STATUS PIC X(2) VALUE "99".
009371     88 NOTICE-FILE-OK VALUE "00".
009371 01 MAIL-MERGE-FILENAME PIC X(64) VALUE SPACES.
009372 01 MAIL-MERGE-FILE-STATUS PIC X(2) VALUE "99".
009372     88 MAIL-MERGE-FILE-OK VALUE "00".
009372 01 NOTICE-APPEND PIC X(1).
009373 01 NOTICE-LETTER-COUNT PIC 9(7) VALUE 0.
009373 01 MAIL-MERGE-COUNT PIC 9(7) VALUE 0.
009374 01 NOTICE-DETAIL PIC X(80).
009374 01 NOTICE-COURSE-TITLE PIC X(30).
009374 01 NOTICE-INSTRUCTOR PIC X(20).
009375 01 NOTICE-DEADLINE-TERM PIC X(6).
009375 01 NOTICE-SCORE-TEXT PIC X(16).
009376 01 NOTICE-POSITION-EDIT PIC 9(1).
009376 01 NOTICE-WEIGHT-EDIT PIC ZZ9.
009376*Operator security, named once for every mode by the
009377*HANDOUT_SECURITY environment variable, and the violations log
009377*named by HANDOUT_SECLOG. Left unset, every operator may run
009378*every mode and change every section, as before.
009378 01 SECURITY-FILENAME PIC X(64) VALUE SPACES.
009378 01 SECURITY-FILE-STATUS PIC X(2) VALUE "99".
009379     88 SECURITY-FILE-OK VALUE "00".
009379 01 VIOLATION-LOG-FILENAME PIC X(64) VALUE SPACES.
009379 01 VIOLATION-LOG-FILE-STATUS PIC X(2) VALUE "99".
009380     88 VIOLATION-LOG-FILE-OK VALUE "00".
009380 01 SECURITY-EOF PIC X(1).
009381*The running operator's line from the security file, loaded by
009381*CHECK-OPERATOR-MODE before each mode or step runs
009381 01 OPERATOR-RIGHTS.
009382     05 RIGHTS-OPERATOR-ID PIC X(8).
009382     05 RIGHTS-MODES PIC X(30).
009383     05 RIGHTS-SECTIONS.
009383         10 RIGHTS-SECTION PIC X(6) OCCURS 10 TIMES.
009383 01 RIGHTS-FOUND PIC X(1).
009384 01 RIGHTS-INDEX PIC 9(2).
009384 01 RIGHTS-MODE-TALLY PIC 9(2).
009385*The mode being checked (a blank menu choice runs mode 1), the
009385*section and student a section-level action would change, and
009385*the outcome
009386 01 SECURITY-RUN-MODE PIC X(1).
009386 01 SECURITY-SECTION PIC X(6).
009387 01 SECURITY-STUDENT-ID PIC X(9).
009387 01 SECURITY-REASON PIC X(30).
009387 01 SECTION-AUTHORIZED PIC X(1).
009388*Section curve: the score position, the method ("F" flat points,
009388*"P" a percentage, "T" rescale to a target section mean), the
009389*points, percent, or target mean, and whether to apply the curve
009389*once previewed. The section is SECTION-FILTER and the journal
009389*run ID is POSTING-RUN-ID, so a curve is backed out like a post.
009390 01 CURVE-POSITION PIC 9(1) VALUE 0.
009390 01 CURVE-POSITION-ENTRY PIC X(1).
009391 01 CURVE-METHOD PIC X(1) VALUE SPACE.
009391 01 CURVE-AMOUNT PIC 9(3) VALUE 0.
009391 01 CURVE-APPLY PIC X(1) VALUE "N".
009392 01 CURVE-OPEN-OK PIC X(1).
009392*Which pass over the section is reading: "M" measure, "P"
009393*preview, "A" apply
009393 01 CURVE-PASS PIC X(1).
009393*The section's recorded scores at the position, their mean before
009394*and after, and for the target method the factor each is scaled by
009394 01 CURVE-SCORED-COUNT PIC 9(7).
009395 01 CURVE-BEFORE-TOTAL PIC 9(9).
009395 01 CURVE-AFTER-TOTAL PIC 9(9).
009395 01 CURVE-BEFORE-MEAN PIC 9(3)V9(2).
009396 01 CURVE-AFTER-MEAN PIC 9(3)V9(2).
009396 01 CURVE-FACTOR PIC 9(3)V9(6).
009397*One student's score, average, and letter before and after
009397 01 CURVE-OLD-SCORE PIC 9(3).
009397 01 CURVE-NEW-SCORE PIC 9(3).
009398 01 CURVE-NEW-WORK PIC 9(6).
009398 01 CURVE-CAPPED PIC X(1).
009399 01 CURVE-OLD-AVERAGE PIC 9(3)V9(2).
009399 01 CURVE-NEW-AVERAGE PIC 9(3)V9(2).
009399 01 CURVE-OLD-LETTER PIC X(1).
009400 01 CURVE-NEW-LETTER PIC X(1).
009400 01 CURVE-OLD-TEXT PIC X(3).
009401 01 CURVE-NEW-TEXT PIC X(3).
009401 01 CURVE-SCORE-EDIT PIC ZZ9.
009401 01 CURVE-OLD-AVG-EDIT PIC ZZ9.99.
009402 01 CURVE-NEW-AVG-EDIT PIC ZZ9.99.
009402 01 CURVE-NOTE PIC X(6).
009403 01 CURVE-METHOD-TEXT PIC X(20).
009403 01 CURVE-BEFORE-EDIT PIC Z(6)9.
009403 01 CURVE-AFTER-EDIT PIC Z(6)9.
009404*The section's letter distribution before and after: one slot per
009404*scale letter at its POSSIBLE_GRADES subscript, the sixth for "I"
009404 01 CURVE-DISTRIBUTION.
009405     05 CURVE-LETTER-COUNTS OCCURS 6 TIMES.
009405         10 CURVE-BEFORE-COUNT PIC 9(5).
009406         10 CURVE-AFTER-COUNT PIC 9(5).
009406 01 CURVE-LETTER-SUB PIC 9(1).
009406 01 CURVE-STUDENT-COUNT PIC 9(7).
009407 01 CURVE-CHANGED-COUNT PIC 9(7).
009407 01 CURVE-CAPPED-COUNT PIC 9(7).
009408 01 CURVE-APPLIED-COUNT PIC 9(7).
009408 01 CURVE-ERROR-COUNT PIC 9(7).
009408*Change-history inquiry: one student by ID or by name, or a whole
009409*section (SECTION-FILTER), over a window of dates, optionally
009409*only the entries one operator or posting run made
009410 01 INQUIRY-STUDENT-ID PIC 9(9) VALUE 0.
009410 01 INQUIRY-NAME PIC X(20) VALUE SPACES.
009410 01 INQUIRY-FROM-DATE PIC 9(8) VALUE 0.
009411 01 INQUIRY-TO-DATE PIC 9(8) VALUE 99999999.
009411 01 INQUIRY-CHANGED-BY PIC X(8) VALUE SPACES.
009412 01 INQUIRY-DATE-ENTRY PIC X(8).
009412 01 INQUIRY-ENTRY-VALID PIC X(1).
009412 01 INQUIRY-ID-LENGTH PIC 9(2).
009413 01 INQUIRY-KEY-COUNT PIC 9(1).
009413 01 INQUIRY-OPEN-OK PIC X(1).
009414 01 INQUIRY-LOG-MISSING PIC X(1).
009414 01 INQUIRY-MATCHED PIC X(1).
009414*The lapse log records names only, so an ID inquiry follows the
009415*name on the latest entry it matched by ID
009415 01 INQUIRY-FOLLOW-NAME PIC X(20).
009416 01 INQUIRY-FOLLOW-STAMP PIC 9(16).
009416 01 INQUIRY-STAMP PIC 9(16).
009416 01 INQUIRY-RELEASED-COUNT PIC 9(7).
009417 01 INQUIRY-AUDIT-COUNT PIC 9(7).
009417 01 INQUIRY-JOURNAL-COUNT PIC 9(7).
009418 01 INQUIRY-LAPSE-COUNT PIC 9(7).
009418 01 INQUIRY-ARCHIVE-COUNT PIC 9(7).
009418*The before and after images of an audit or journal entry, laid
009419*out as STUDENT so each field can be shown on its own line
009419 01 INQUIRY-BEFORE.
009420     05 INQUIRY-BEFORE-NAME PIC X(20).
009420     05 INQUIRY-BEFORE-ID PIC 9(9).
009420     05 INQUIRY-BEFORE-SECTION PIC X(6).
009421     05 INQUIRY-BEFORE-SCORE PIC X(3) OCCURS 5 TIMES.
009421 01 INQUIRY-AFTER.
009422     05 INQUIRY-AFTER-NAME PIC X(20).
009422     05 INQUIRY-AFTER-ID PIC 9(9).
009422     05 INQUIRY-AFTER-SECTION PIC X(6).
009423     05 INQUIRY-AFTER-SCORE PIC X(3) OCCURS 5 TIMES.
009423 01 INQUIRY-SCORE-SUB PIC 9(1).
009424 01 INQUIRY-FIELD-LABEL PIC X(10).
009424 01 INQUIRY-BEFORE-TEXT PIC X(20).
009424 01 INQUIRY-AFTER-TEXT PIC X(20).
009425 01 INQUIRY-CHANGE-MARK PIC X(7).
009425 01 INQUIRY-SOURCE-TEXT PIC X(17).
009426 01 INQUIRY-WHO-TEXT PIC X(17).
009426 01 INQUIRY-ACTION-TEXT PIC X(21).
009426 01 INQUIRY-DATE-WORK PIC 9(8).
009427 01 INQUIRY-DATE-TEXT PIC X(10).
009427 01 INQUIRY-DATE2-TEXT PIC X(10).
009428 01 INQUIRY-TIME-TEXT PIC X(8).
009428 01 INQUIRY-ID-EDIT PIC 9(9).
009428 01 INQUIRY-MATCH-NAME PIC X(20).
009429 01 INQUIRY-LOG-FILENAME PIC X(64).
009429 01 INQUIRY-LOG-STATUS PIC X(2).
009430
009440 PROCEDURE DIVISION.
009450*MAIN Paragraph, execution starts here
009460 MAIN.
009470     PERFORM SET-GRADES.
009475     PERFORM SET-GRADE-POINTS.
009480*A parameter file named through the environment makes this an
009490*unattended run: every answer comes from the file, no prompts
009500     ACCEPT PARAMETER-FILENAME
009510         FROM ENVIRONMENT "HANDOUT_PARMFILE".
009511     ACCEPT TERM-CONTROL-FILENAME
009512         FROM ENVIRONMENT "HANDOUT_TERMCTL".
009513     ACCEPT SECURITY-FILENAME
009514         FROM ENVIRONMENT "HANDOUT_SECURITY".
009515     ACCEPT VIOLATION-LOG-FILENAME
009516         FROM ENVIRONMENT "HANDOUT_SECLOG".
009520     IF PARAMETER-FILENAME NOT = SPACES
009530         PERFORM LOAD-PARAMETER-FILE
009540*        A parameter file laid out as STEP sections is a whole
009620         PERFORM VALIDATE-PARAMETERS
009630     END-IF.
009640     IF NOT UNATTENDED-RUN
009642         IF SECURITY-FILENAME NOT = SPACES
009644             PERFORM PROMPT-OPERATOR-ID
009646                 UNTIL OPERATOR-ID NOT = SPACES
009648         END-IF
009650         DISPLAY "Enter the filename: " WITH NO ADVANCING
009660         ACCEPT FILENAME
009670         DISPLAY "1. Process grades (look students up "
009910             "report)"
009920         DISPLAY "F. Counselor worklist file (at-risk "
009930             "outreach)"
009931         DISPLAY "G. Academic standing (term and cumulative "
009931             "GPA)"
009932         DISPLAY "H. Apply the registrar enrollment feed "
009932             "(adds/drops/moves)"
009933         DISPLAY "I. Close the term (final pass, snapshot, "
009934             "roll over)"
009934         DISPLAY "J. Apply approved grade changes for closed "
009935             "terms"
009936         DISPLAY "K. Grading-pattern report by course and "
009936             "instructor"
009937         DISPLAY "L. Curve one score for a section (preview, "
009938             "then apply)"
009938         DISPLAY "M. Change-history inquiry for a student or "
009939             "section"
009940         DISPLAY "Enter your choice: " WITH NO ADVANCING
009950         ACCEPT RUN-MODE
009960     END-IF.
009965     PERFORM CHECK-OPERATOR-MODE.
009970     EVALUATE RUN-MODE
009980         WHEN "2"
009990             PERFORM MAINTAIN-ROSTER
010000         WHEN "3"
010010             PERFORM PROMPT-GRADE-PROCESSING-FILENAMES
010016             IF NOT TERM-IS-CLOSED
010022                 PERFORM PROMPT-NOTICE-FILENAMES
010028                 PERFORM OPEN-REPORT-FILE
010034                 PERFORM BATCH-ROSTER
010040                 PERFORM DISPLAY-FREQUENCIES
010046                 PERFORM DISPLAY-RUN-SUMMARY
010052                 PERFORM CLOSE-REPORT-FILE
010058             END-IF
010070         WHEN "4"
010080             PERFORM PROMPT-GRADE-PROCESSING-FILENAMES
010086             IF NOT TERM-IS-CLOSED
010092                 PERFORM PROMPT-NOTICE-FILENAMES
010098                 PERFORM OPEN-REPORT-FILE
010104                 PERFORM BATCH-CONTROL-FILE
010110                 PERFORM DISPLAY-FREQUENCIES
010116                 PERFORM DISPLAY-RUN-SUMMARY
010122                 PERFORM CLOSE-REPORT-FILE
010128             END-IF
010140         WHEN "5"
010150             PERFORM PRINT-TRANSCRIPT
010160         WHEN "6"
010330             PERFORM SCAN-ROSTER-INTEGRITY
010340         WHEN "F"
010350             PERFORM BUILD-COUNSELOR-WORKLIST
010351         WHEN "G"
010351             PERFORM ACADEMIC-STANDING-RUN
010352         WHEN "H"
010352             PERFORM APPLY-ENROLLMENT-FEED
010353         WHEN "I"
010354             PERFORM CLOSE-TERM-RUN
010354         WHEN "J"
010355             PERFORM APPLY-GRADE-CHANGES
010356         WHEN "K"
010356             PERFORM GRADING-PATTERN-REPORT
010357         WHEN "L"
010358             PERFORM CURVE-SECTION-SCORES
010358         WHEN "M"
010359             PERFORM CHANGE-HISTORY-INQUIRY
010360         WHEN OTHER
010370             PERFORM PROMPT-GRADE-PROCESSING-FILENAMES
010377             IF NOT TERM-IS-CLOSED
010384                 PERFORM OPEN-REPORT-FILE
010391                 PERFORM GET-ENTRIES
010398                 PERFORM DISPLAY-FREQUENCIES
010405                 PERFORM CLOSE-REPORT-FILE
010412             END-IF
010420     END-EVALUATE.
010430     IF CATALOG-FILE-OK
010440         CLOSE CATALOG-FILE
010950         PERFORM OPEN-INCOMPLETE-FILE
010960     END-IF.
010970     PERFORM VALIDATE-SECTION-FILTER.
010971*    A closed term's grades are frozen: refused here, before the
010971*    roster, history or extract file is opened
010972     PERFORM CHECK-TERM-OPEN.
010973     IF TERM-IS-CLOSED
010974         DISPLAY "Term " TERM-CODE " is closed, its grades can "
010975             "no longer be changed by a grading run."
010976         IF UNATTENDED-RUN
010977             PERFORM FAIL-UNATTENDED-RUN
010978         END-IF
010979     END-IF.
010980
010990*Opens the roster for update and repeatedly performs add,
011000*correct, and remove actions until the user is done
011010 MAINTAIN-ROSTER.
011020     PERFORM PROMPT-OPERATOR-ID.
011040     DISPLAY "Enter the audit filename: " WITH NO ADVANCING.
011050     ACCEPT AUDIT-FILENAME.
011060     DISPLAY "Enter the course catalog filename (blank for "
011630         DISPLAY "Student is not in section " SECTION-FILTER
011640             ", not added."
011650     ELSE
011655         MOVE STUDENT-SECTION TO SECURITY-SECTION
011660         MOVE STUDENT-ID TO SECURITY-STUDENT-ID
011665         PERFORM CHECK-OPERATOR-SECTION
011670         IF SECTION-AUTHORIZED = "N"
011675             DISPLAY "You may not change section " STUDENT-SECTION
011680                 ", not added."
011685         ELSE
011690             WRITE STUDENT-RECORD FROM STUDENT
011695                 INVALID KEY
011700                     DISPLAY "A student with that ID already "
011705                         "exists, not added."
011710                 NOT INVALID KEY
011715                     MOVE SPACES TO AUDIT-BEFORE-SAVE
011720                     MOVE STUDENT TO AUDIT-AFTER-SAVE
011725                     PERFORM WRITE-AUDIT-RECORD
011730             END-WRITE
011735         END-IF
011750     END-IF.
011760
011770 ACCEPT-NEW-STUDENT-SECTION.
012280         DISPLAY "Student is not in section " SECTION-FILTER
012290             ", not corrected."
012300     ELSE
012302         MOVE STUDENT-RECORD-SECTION TO SECURITY-SECTION
012304         MOVE STUDENT-RECORD-ID TO SECURITY-STUDENT-ID
012306         PERFORM CHECK-OPERATOR-SECTION
012308         IF SECTION-AUTHORIZED = "N"
012310             DISPLAY "You may not change section "
012312                 STUDENT-RECORD-SECTION
012314                 ", not corrected."
012316         ELSE
012318             MOVE STUDENT-RECORD TO AUDIT-BEFORE-SAVE
012320             PERFORM APPLY-STUDENT-CORRECTION-SCORES
012322         END-IF
012330     END-IF.
012340
012350*As in ADD-STUDENT, scores are up to 3 digits, normalized, and
013500         DISPLAY "Student is not in section " SECTION-FILTER
013510             ", not removed."
013520     ELSE
013525         MOVE STUDENT-RECORD-SECTION TO SECURITY-SECTION
013530         MOVE STUDENT-RECORD-ID TO SECURITY-STUDENT-ID
013535         PERFORM CHECK-OPERATOR-SECTION
013540         IF SECTION-AUTHORIZED = "N"
013545             DISPLAY "You may not change section "
013550                 STUDENT-RECORD-SECTION
013555                 ", not removed."
013560         ELSE
013565             MOVE STUDENT-RECORD TO AUDIT-BEFORE-SAVE
013570             DELETE GRADES-FILE
013575                 INVALID KEY
013580                     DISPLAY "Unable to remove student."
013585                 NOT INVALID KEY
013590                     MOVE SPACES TO AUDIT-AFTER-SAVE
013595                     PERFORM WRITE-AUDIT-RECORD
013600             END-DELETE
013605         END-IF
013610     END-IF.
013620
013630*Changes a student's name on the roster and re-keys every
013830         DISPLAY "Student is not in section " SECTION-FILTER
013840             ", not renamed."
013850     ELSE
013860         MOVE STUDENT-RECORD-SECTION TO SECURITY-SECTION
013870         MOVE STUDENT-RECORD-ID TO SECURITY-STUDENT-ID
013880         PERFORM CHECK-OPERATOR-SECTION
013890         IF SECTION-AUTHORIZED = "N"
013900             DISPLAY "You may not change section "
013910                 STUDENT-RECORD-SECTION
013920                 ", not renamed."
013930         ELSE
013935             MOVE STUDENT-RECORD-NAME TO RENAME-OLD-NAME
013940             DISPLAY "Current name: " RENAME-OLD-NAME
013945             DISPLAY "Enter the new name (blank to cancel): "
013950                 WITH NO ADVANCING
013955             ACCEPT RENAME-NEW-NAME
013960             IF RENAME-NEW-NAME = SPACES
013965                 DISPLAY "Rename cancelled."
013970             ELSE
013975                 MOVE STUDENT-RECORD TO AUDIT-BEFORE-SAVE
013980                 MOVE RENAME-NEW-NAME TO STUDENT-RECORD-NAME
013985                 REWRITE STUDENT-RECORD
013990                     INVALID KEY
013995                         DISPLAY "Unable to rename student."
014000                     NOT INVALID KEY
014005                         MOVE STUDENT-RECORD TO AUDIT-AFTER-SAVE
014010                         PERFORM WRITE-AUDIT-RECORD
014015                         PERFORM REKEY-GRADE-HISTORY
014020                 END-REWRITE
014025             END-IF
014040         END-IF
014050     END-IF.
014060
015660     END-EVALUATE.
015670
015680*Prompts for a new section's code and details and writes the
015690*new catalog record, if the operator may change that section
015700 ADD-CATALOG-SECTION.
015710     DISPLAY "Enter the new section code: " WITH NO ADVANCING.
015720     ACCEPT CAT-SECTION-CODE.
015725     PERFORM CHECK-CATALOG-SECTION.
015730     IF SECTION-AUTHORIZED = "N"
015735         DISPLAY "You may not change section " CAT-SECTION-CODE
015740             ", not added."
015745     ELSE
015750         PERFORM PROMPT-CATALOG-DETAILS
015755         WRITE CATALOG-RECORD
015760             INVALID KEY
015765                 DISPLAY "A section with that code already "
015770                     "exists, not added."
015775         END-WRITE
015780     END-IF.
015790
015800*Looks up a section by its code and lets the caller re-enter
015810*its details, then rewrites the record in place
015830     DISPLAY "Enter the section code to correct: "
015840         WITH NO ADVANCING.
015850     ACCEPT CAT-SECTION-CODE.
015856     PERFORM CHECK-CATALOG-SECTION.
015862     IF SECTION-AUTHORIZED = "N"
015868         DISPLAY "You may not change section " CAT-SECTION-CODE
015874             ", not updated."
015880     ELSE
015886         READ CATALOG-FILE
015892             KEY IS CAT-SECTION-CODE
015898             INVALID KEY
015904                 DISPLAY "Section not found."
015910             NOT INVALID KEY
015916                 PERFORM PROMPT-CATALOG-DETAILS
015922                 REWRITE CATALOG-RECORD
015928                     INVALID KEY
015934                         DISPLAY "Unable to update section."
015940                 END-REWRITE
015946         END-READ
015952     END-IF.
015970
015973*Deletes a section from the catalog by its code, if the operator
015976*may change that section
015980 REMOVE-CATALOG-SECTION.
015990     DISPLAY "Enter the section code to remove: "
016000         WITH NO ADVANCING.
016010     ACCEPT CAT-SECTION-CODE.
016014     PERFORM CHECK-CATALOG-SECTION.
016018     IF SECTION-AUTHORIZED = "N"
016022         DISPLAY "You may not change section " CAT-SECTION-CODE
016026             ", not removed."
016030     ELSE
016034         READ CATALOG-FILE
016038             KEY IS CAT-SECTION-CODE
016042             INVALID KEY
016046                 DISPLAY "Section not found."
016050             NOT INVALID KEY
016054                 DELETE CATALOG-FILE
016058                     INVALID KEY
016062                         DISPLAY "Unable to remove section."
016066                 END-DELETE
016070         END-READ
016074     END-IF.
016078
016082*A catalog change touches a section but no one student
016086 CHECK-CATALOG-SECTION.
016090     MOVE CAT-SECTION-CODE TO SECURITY-SECTION.
016094     MOVE SPACES TO SECURITY-STUDENT-ID.
016098     PERFORM CHECK-OPERATOR-SECTION.
016120
016130*The details shared by an add and a correction: the course
016140*title, the instructor of record, and the credit hours
016940*student automatically, instead of one lookup at a time
016950 BATCH-ROSTER.
016960*A whole-roster run ranks its students, so extract details are
016970*released to the rank sort and written once the sweep is done
016980     MOVE "Y" TO RANKING-SWITCH.
016981     MOVE 0 TO RANK-COUNT.
016981     SORT RANK-SORT-FILE
016982         ON DESCENDING KEY RANK-AVERAGE
016983         ON ASCENDING KEY RANK-SEQUENCE
016984         INPUT PROCEDURE IS SWEEP-ROSTER-FOR-RANKING
016984         OUTPUT PROCEDURE IS RANK-STUDENTS.
016985     MOVE "N" TO RANKING-SWITCH.
016986     PERFORM CLOSE-EXTRACT-FILE.
016987
016987*Input side of the rank sort: the roster sweep itself, each
016988*graded student released to the sort by SAVE-RANK-ENTRY
016989 SWEEP-ROSTER-FOR-RANKING.
016990     OPEN INPUT GRADES-FILE.
017000     PERFORM REPROMPT-FOR-FILENAME UNTIL GRADES-FILE-OK.
017010     PERFORM OPEN-GRADE-HISTORY-FILE.
017013     MOVE "N" TO NOTICE-APPEND.
017016     PERFORM OPEN-NOTICE-FILES.
017020     OPEN OUTPUT EXTRACT-FILE.
017030     IF NOT EXTRACT-FILE-OK
017040         DISPLAY "Unable to open " EXTRACT-FILENAME
017260     IF GRADE-HISTORY-FILE-OK
017270         CLOSE GRADE-HISTORY-FILE
017280     END-IF.
017290     PERFORM CLOSE-NOTICE-FILES.
017310
017320*After a filtered START the reads come back in section-key
017330*order, so the first record from any other section means the
017920                 PERFORM FAIL-UNATTENDED-RUN
017930             END-IF
017940         END-IF
017941*        Notices already printed before an abend are kept too
017942         IF CHECKPOINT-COUNT = 0
017943             MOVE "N" TO NOTICE-APPEND
017944         ELSE
017945             MOVE "Y" TO NOTICE-APPEND
017946         END-IF
017947         PERFORM OPEN-NOTICE-FILES
017950*        A restart (CHECKPOINT-COUNT > 0) must append, not
017960*        truncate, or the extract rows already written for the
017970*        records the checkpoint is skipping past would be lost
018250         IF GRADE-HISTORY-FILE-OK
018260             CLOSE GRADE-HISTORY-FILE
018270         END-IF
018275         PERFORM CLOSE-NOTICE-FILES
018280         PERFORM CLOSE-EXTRACT-FILE
018290         IF EXCEPTIONS-FILE-OK
018300             CLOSE EXCEPTIONS-FILE
020120                 END-IF
020130     END-READ.
020140
020141*A student who withdrew this term keeps the "W" the enrollment
020141*feed put on their history: they are passed over, not graded
020142 PROCESS-RECORD.
020143     PERFORM CHECK-TERM-WITHDRAWAL.
020144     IF TERM-WITHDRAWN = "Y"
020145         ADD 1 TO WITHDRAWN-SKIPPED-COUNT
020145         DISPLAY "Student withdrew this term, not graded."
020146     ELSE
020147         PERFORM GRADE-CURRENT-STUDENT
020148     END-IF.
020149
020150*Calculates the average grade for the current student and
020160*Updates the letter grade frequency
020170 GRADE-CURRENT-STUDENT.
020180     PERFORM AVERAGE.
020190     DISPLAY "Average: " AVERAGE-GRADE "%".
020200     PERFORM DETERMINE-LETTER-GRADE.
020520     IF INCOMPLETE-FILE-OK
020530         PERFORM TRACK-INCOMPLETE-STATUS
020540     END-IF.
020542     IF NOTICE-FILE-OK OR MAIL-MERGE-FILE-OK
020544         PERFORM PREPARE-GRADE-NOTICE
020546     END-IF.
020550*A ranking run holds its extract details back until every
020560*student is in and ranks are assigned
020570     IF RANKING-ACTIVE
020620         END-IF
020630     END-IF.
020640
020641*Sets TERM-WITHDRAWN when the current student's history entry
020641*for the run's term is a withdrawal. With no history file open
020641*there is nothing to go on and the student is graded as always.
020642 CHECK-TERM-WITHDRAWAL.
020642     MOVE "N" TO TERM-WITHDRAWN.
020643     IF GRADE-HISTORY-FILE-OK
020643         MOVE STUDENT-NAME TO GH-STUDENT-NAME
020644         MOVE TERM-CODE TO GH-TERM-CODE
020644         READ GRADE-HISTORY-FILE
020645             KEY IS GH-KEY
020645             INVALID KEY
020646                 CONTINUE
020646             NOT INVALID KEY
020647                 IF GH-LETTER-GRADE = "W"
020647                     MOVE "Y" TO TERM-WITHDRAWN
020648                 END-IF
020648         END-READ
020649     END-IF.
020649
020650*Appends (or updates, on a rerun for the same term) this
020660*student's average and letter grade for the current term to
020670*the multi-term grade history file
020700     MOVE TERM-CODE TO GH-TERM-CODE.
020710     MOVE AVERAGE-GRADE TO GH-AVERAGE.
020720     MOVE STUDENT-GRADE TO GH-LETTER-GRADE.
020725     MOVE STUDENT-SECTION TO GH-SECTION.
020730     WRITE GRADE-HISTORY-RECORD
020740         INVALID KEY
020750             REWRITE GRADE-HISTORY-RECORD
020930     WRITE EXTRACT-RECORD.
020940     ADD 1 TO EXTRACT-DETAIL-COUNT.
020950     ADD AVERAGE-GRADE TO EXTRACT-HASH-TOTAL.
020951
020951*Grade notices are optional on the whole-roster and control-
020951*file runs: a blank filename means no letters, no mail merge
020951 PROMPT-NOTICE-FILENAMES.
020951     IF NOT UNATTENDED-RUN
020951         DISPLAY "Enter the grade notice print filename (blank "
020951             "for none): " WITH NO ADVANCING
020951         ACCEPT NOTICE-FILENAME
020951         DISPLAY "Enter the notice mail-merge filename (blank "
020951             "for none): " WITH NO ADVANCING
020951         ACCEPT MAIL-MERGE-FILENAME
020951     END-IF.
020951
020951*Opens whichever notice files are named. A restarted control-
020951*file run (NOTICE-APPEND "Y") appends to what the abended run
020951*already wrote, as it does for the extract and exceptions.
020951 OPEN-NOTICE-FILES.
020951     MOVE 0 TO NOTICE-LETTER-COUNT.
020951     MOVE 0 TO MAIL-MERGE-COUNT.
020951     IF NOTICE-FILENAME NOT = SPACES
020951         IF NOTICE-APPEND = "Y"
020951             OPEN EXTEND NOTICE-FILE
020952             IF NOTICE-FILE-STATUS = "35"
020952                 OPEN OUTPUT NOTICE-FILE
020952             END-IF
020952         ELSE
020952             OPEN OUTPUT NOTICE-FILE
020952         END-IF
020952         IF NOT NOTICE-FILE-OK
020952             DISPLAY "Unable to open " NOTICE-FILENAME
020952                 ", grade notices will not be printed."
020952             IF UNATTENDED-RUN
020952                 PERFORM FAIL-UNATTENDED-RUN
020952             END-IF
020952         END-IF
020952     END-IF.
020952     IF MAIL-MERGE-FILENAME NOT = SPACES
020952         IF NOTICE-APPEND = "Y"
020952             OPEN EXTEND MAIL-MERGE-FILE
020952             IF MAIL-MERGE-FILE-STATUS = "35"
020952                 OPEN OUTPUT MAIL-MERGE-FILE
020952             END-IF
020952         ELSE
020952             OPEN OUTPUT MAIL-MERGE-FILE
020953         END-IF
020953         IF NOT MAIL-MERGE-FILE-OK
020953             DISPLAY "Unable to open " MAIL-MERGE-FILENAME
020953                 ", the notice mail merge will not be written."
020953             IF UNATTENDED-RUN
020953                 PERFORM FAIL-UNATTENDED-RUN
020953             END-IF
020953         END-IF
020953     END-IF.
020953
020953 CLOSE-NOTICE-FILES.
020953     IF NOTICE-FILE-OK
020953         CLOSE NOTICE-FILE
020953         MOVE "99" TO NOTICE-FILE-STATUS
020953     END-IF.
020953     IF MAIL-MERGE-FILE-OK
020953         CLOSE MAIL-MERGE-FILE
020953         MOVE "99" TO MAIL-MERGE-FILE-STATUS
020953     END-IF.
020953
020953*Gathers what the notice says beyond the student record: the
020954*course and instructor from the catalog, and for an Incomplete
020954*the deadline the tracking file holds (or, with no tracking
020954*file, the deadline policy would give it)
020954 PREPARE-GRADE-NOTICE.
020954     MOVE "(section not in catalog)"
020954         TO NOTICE-COURSE-TITLE.
020954     MOVE SPACES TO NOTICE-INSTRUCTOR.
020954     IF CATALOG-FILE-OK
020954         MOVE STUDENT-SECTION TO SECTION-CHECK
020954         PERFORM CHECK-SECTION-IN-CATALOG
020954         IF SECTION-VALID = "Y"
020954             MOVE CAT-COURSE-TITLE TO NOTICE-COURSE-TITLE
020954             MOVE CAT-INSTRUCTOR TO NOTICE-INSTRUCTOR
020954         END-IF
020954     END-IF.
020954     MOVE SPACES TO NOTICE-DEADLINE-TERM.
020954     IF STUDENT-GRADE = "I"
020954         IF INCOMPLETE-FILE-OK
020954             MOVE IT-DEADLINE-TERM TO NOTICE-DEADLINE-TERM
020954         ELSE
020954             MOVE TERM-CODE TO TERM-CODE-WORK
020954             PERFORM BUILD-NEXT-TERM
020955             MOVE NEXT-TERM-CODE TO NOTICE-DEADLINE-TERM
020955         END-IF
020955     END-IF.
020955     IF NOTICE-FILE-OK
020955         PERFORM PRINT-GRADE-NOTICE
020955     END-IF.
020955     IF MAIL-MERGE-FILE-OK
020955         PERFORM WRITE-MAIL-MERGE-RECORD
020955     END-IF.
020955
020955*One letter per student, each starting on a new page
020955 PRINT-GRADE-NOTICE.
020955     MOVE SPACES TO NOTICE-DETAIL.
020955     STRING "GRADE NOTICE" "                                    "
020955         "Term: " TERM-CODE
020955         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020955     MOVE NOTICE-DETAIL TO NOTICE-LINE.
020955     IF NOTICE-LETTER-COUNT = 0 AND NOTICE-APPEND = "N"
020955         WRITE NOTICE-LINE
020955     ELSE
020955         WRITE NOTICE-LINE AFTER ADVANCING PAGE
020955     END-IF.
020956     ADD 1 TO NOTICE-LETTER-COUNT.
020956     MOVE SPACES TO NOTICE-DETAIL.
020956     PERFORM WRITE-NOTICE-LINE.
020956     STRING "Student:    " STUDENT-NAME "  (ID " STUDENT-ID ")"
020956         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020956     PERFORM WRITE-NOTICE-LINE.
020956     STRING "Course:     " NOTICE-COURSE-TITLE
020956         "  Section " STUDENT-SECTION
020956         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020956     PERFORM WRITE-NOTICE-LINE.
020956     STRING "Instructor: " NOTICE-INSTRUCTOR
020956         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020956     PERFORM WRITE-NOTICE-LINE.
020956     PERFORM WRITE-NOTICE-LINE.
020956     MOVE "            Score          Weight" TO NOTICE-DETAIL.
020956     PERFORM WRITE-NOTICE-LINE.
020956     PERFORM PRINT-ONE-NOTICE-SCORE
020956         VARYING SCORE-INDEX FROM 1 BY 1
020956         UNTIL SCORE-INDEX > 5.
020956     PERFORM WRITE-NOTICE-LINE.
020956     MOVE AVERAGE-GRADE TO REPORT-AVG-EDIT.
020957     STRING "Average:    " REPORT-AVG-EDIT "%"
020957         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020957     PERFORM WRITE-NOTICE-LINE.
020957     STRING "Letter:     " STUDENT-GRADE
020957         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020957     PERFORM WRITE-NOTICE-LINE.
020957     IF STUDENT-GRADE = "I"
020957         PERFORM WRITE-NOTICE-LINE
020957         MOVE "An I (Incomplete) means not enough of your work "
020957             TO NOTICE-DETAIL
020957         PERFORM WRITE-NOTICE-LINE
020957         MOVE "is recorded yet for a letter grade."
020957             TO NOTICE-DETAIL
020957         PERFORM WRITE-NOTICE-LINE
020957         STRING "It must be completed by the end of term "
020957             NOTICE-DEADLINE-TERM ","
020957             DELIMITED BY SIZE INTO NOTICE-DETAIL
020957             ON OVERFLOW
020957                 DISPLAY "Notice line cut short for ID "
020957                     STUDENT-ID " (" STUDENT-NAME ")."
020957         END-STRING
020957         PERFORM WRITE-NOTICE-LINE
020958         MOVE "or the Incomplete becomes an F." TO NOTICE-DETAIL
020958         PERFORM WRITE-NOTICE-LINE
020958     END-IF.
020958
020958 PRINT-ONE-NOTICE-SCORE.
020958     MOVE SCORE-INDEX TO NOTICE-POSITION-EDIT.
020958     IF STUDENT-SCORE-X(SCORE-INDEX) = SPACES
020958         MOVE "not yet recorded" TO NOTICE-SCORE-TEXT
020958     ELSE
020958         MOVE STUDENT-SCORE-X(SCORE-INDEX) TO NOTICE-SCORE-TEXT
020958     END-IF.
020958     MOVE SCORE-WEIGHTS(SCORE-INDEX) TO NOTICE-WEIGHT-EDIT.
020958     STRING "  Score " NOTICE-POSITION-EDIT ":  "
020958         NOTICE-SCORE-TEXT "  " NOTICE-WEIGHT-EDIT
020958         DELIMITED BY SIZE INTO NOTICE-DETAIL.
020958     PERFORM WRITE-NOTICE-LINE.
020958
020958*Writes NOTICE-DETAIL and clears it for the next line
020958 WRITE-NOTICE-LINE.
020958     MOVE NOTICE-DETAIL TO NOTICE-LINE.
020958     WRITE NOTICE-LINE.
020958     MOVE SPACES TO NOTICE-DETAIL.
020959
020959 WRITE-MAIL-MERGE-RECORD.
020959     MOVE STUDENT-ID TO MM-STUDENT-ID.
020959     MOVE STUDENT-NAME TO MM-STUDENT-NAME.
020959     MOVE TERM-CODE TO MM-TERM-CODE.
020959     MOVE STUDENT-SECTION TO MM-SECTION.
020959     MOVE NOTICE-COURSE-TITLE TO MM-COURSE-TITLE.
020959     MOVE NOTICE-INSTRUCTOR TO MM-INSTRUCTOR.
020959     MOVE STUDENT-SCORES TO MM-SCORES.
020959     PERFORM COPY-ONE-MAIL-MERGE-WEIGHT
020959         VARYING SCORE-INDEX FROM 1 BY 1
020959         UNTIL SCORE-INDEX > 5.
020959     MOVE AVERAGE-GRADE TO MM-AVERAGE.
020959     MOVE STUDENT-GRADE TO MM-LETTER.
020959     MOVE NOTICE-DEADLINE-TERM TO MM-DEADLINE-TERM.
020959     WRITE MAIL-MERGE-RECORD.
020959     ADD 1 TO MAIL-MERGE-COUNT.
020959
020959 COPY-ONE-MAIL-MERGE-WEIGHT.
020959     MOVE SCORE-WEIGHTS(SCORE-INDEX) TO MM-WEIGHT(SCORE-INDEX).
020959
020960*Calculates the weighted average over the scores actually
020970*recorded: a blank (non-numeric) score is "not yet recorded"
020980*and must not drag the average down as a zero would, and its
022220     PERFORM WRITE-REPORT-LINE.
022230     MOVE "===== Class Grade Report =====" TO REPORT-DETAIL.
022240     PERFORM WRITE-REPORT-LINE.
022245     IF SECTION-STATS-FILE-OK
022250         PERFORM REPORT-ONE-SECTION-STAT
022255             VARYING SECTION-INDEX FROM 1 BY 1
022260             UNTIL SECTION-INDEX > SECTION-STATS-COUNT
022265         CLOSE SECTION-STATS-FILE
022270         MOVE "99" TO SECTION-STATS-FILE-STATUS
022275     END-IF.
022280     IF SECTION-STATS-COUNT > 0
022290         MOVE SPACES TO REPORT-DETAIL
022300         PERFORM WRITE-REPORT-LINE
024820         DISPLAY "Unable to open " GRADE-HISTORY-FILENAME "."
024830     ELSE
024840         MOVE 0 TO TRANSCRIPT-TERM-COUNT
024845         MOVE 0 TO TRANSCRIPT-WITHDRAWN-COUNT
024850         MOVE 0 TO TRANSCRIPT-AVERAGE-TOTAL
024860         MOVE STUDENT-NAME TO GH-STUDENT-NAME
024870         MOVE LOW-VALUES TO GH-TERM-CODE
025230                     TRANSCRIPT-TERM-COUNT - 100
025240                 PERFORM WRITE-OVERFLOW-REPORT-LINE
025250             END-IF
025253             IF TRANSCRIPT-TERM-COUNT > TRANSCRIPT-WITHDRAWN-COUNT
025256                 COMPUTE TRANSCRIPT-CUMULATIVE ROUNDED =
025259                     TRANSCRIPT-AVERAGE-TOTAL /
025262                         (TRANSCRIPT-TERM-COUNT
025265                             - TRANSCRIPT-WITHDRAWN-COUNT)
025268             ELSE
025271                 MOVE 0 TO TRANSCRIPT-CUMULATIVE
025274             END-IF
025280             MOVE TRANSCRIPT-TERM-COUNT TO REPORT-COUNT-EDIT
025290             MOVE SPACES TO REPORT-DETAIL
025300             STRING "Terms on file:" REPORT-COUNT-EDIT
025440*still belongs to the student being transcribed; any other
025450*student's entry means the transcript is complete. The
025460*cumulative average covers every term, even ones past the
025466*listing cap, except withdrawals: a "W" is listed but has no
025472*average to count.
025480 READ-NEXT-TRANSCRIPT-TERM.
025490     READ GRADE-HISTORY-FILE NEXT RECORD
025500         AT END
025520         NOT AT END
025530             IF GH-STUDENT-NAME = STUDENT-NAME
025540                 ADD 1 TO TRANSCRIPT-TERM-COUNT
025543                 IF GH-LETTER-GRADE = "W"
025546                     ADD 1 TO TRANSCRIPT-WITHDRAWN-COUNT
025549                 ELSE
025552                     ADD GH-AVERAGE TO TRANSCRIPT-AVERAGE-TOTAL
025555                 END-IF
025560                 IF TRANSCRIPT-TERM-COUNT <= 100
025570                     MOVE GH-TERM-CODE TO
025580                         TRANSCRIPT-TERM(TRANSCRIPT-TERM-COUNT)
026340     MOVE SPACES TO INCOMPLETE-FILENAME.
026350     MOVE SPACES TO LAPSE-LOG-FILENAME.
026360     MOVE SPACES TO WORKLIST-FILENAME.
026361     MOVE SPACES TO GRADE-POINTS-FILENAME.
026361     MOVE SPACES TO STANDING-FILENAME.
026361     MOVE SPACES TO ENROLLMENT-FILENAME.
026362     MOVE SPACES TO AUDIT-FILENAME.
026362     MOVE SPACES TO SNAPSHOT-FILENAME.
026363     MOVE SPACES TO GRADE-CHANGE-FILENAME.
026363     MOVE SPACES TO CHANGE-REGISTER-FILENAME.
026364     MOVE SPACES TO PATTERN-FROM-TERM.
026364     MOVE SPACES TO PATTERN-TO-TERM.
026364     MOVE SPACES TO NOTICE-FILENAME.
026365     MOVE SPACES TO MAIL-MERGE-FILENAME.
026365     MOVE SPACES TO OPERATOR-ID.
026366     MOVE 0 TO CURVE-POSITION.
026366     MOVE SPACE TO CURVE-METHOD.
026367     MOVE 0 TO CURVE-AMOUNT.
026367     MOVE "N" TO CURVE-APPLY.
026367     MOVE 0 TO INQUIRY-STUDENT-ID.
026368     MOVE SPACES TO INQUIRY-NAME.
026368     MOVE 0 TO INQUIRY-FROM-DATE.
026369     MOVE 99999999 TO INQUIRY-TO-DATE.
026369     MOVE SPACES TO INQUIRY-CHANGED-BY.
026370     MOVE SPACES TO TERM-CODE.
026380     MOVE SPACES TO GRADE-HISTORY-FILENAME.
026390     MOVE SPACES TO EXTRACT-FILENAME.
027230                 MOVE PARAMETER-VALUE TO LAPSE-LOG-FILENAME
027240             WHEN "WORKLIST-FILE"
027250                 MOVE PARAMETER-VALUE TO WORKLIST-FILENAME
027251             WHEN "GRADE-POINTS-FILE"
027251                 MOVE PARAMETER-VALUE TO GRADE-POINTS-FILENAME
027251             WHEN "STANDING-FILE"
027251                 MOVE PARAMETER-VALUE TO STANDING-FILENAME
027251             WHEN "DEANS-LIST-GPA"
027251                 PERFORM EDIT-GPA-PARAMETER
027251                 MOVE GPA-ENTRY-VALUE TO DEANS-LIST-GPA
027251             WHEN "PROBATION-GPA"
027251                 PERFORM EDIT-GPA-PARAMETER
027251                 MOVE GPA-ENTRY-VALUE TO PROBATION-GPA
027251             WHEN "SUSPENSION-GPA"
027251                 PERFORM EDIT-GPA-PARAMETER
027251                 MOVE GPA-ENTRY-VALUE TO SUSPENSION-GPA
027252             WHEN "ENROLLMENT-FILE"
027252                 MOVE PARAMETER-VALUE TO ENROLLMENT-FILENAME
027252             WHEN "AUDIT-FILE"
027252                 MOVE PARAMETER-VALUE TO AUDIT-FILENAME
027252             WHEN "SNAPSHOT-FILE"
027252                 MOVE PARAMETER-VALUE TO SNAPSHOT-FILENAME
027252             WHEN "GRADE-CHANGE-FILE"
027252                 MOVE PARAMETER-VALUE TO GRADE-CHANGE-FILENAME
027252             WHEN "CHANGE-REGISTER-FILE"
027252                 MOVE PARAMETER-VALUE TO CHANGE-REGISTER-FILENAME
027252             WHEN "NOTICE-FILE"
027252                 MOVE PARAMETER-VALUE TO NOTICE-FILENAME
027252             WHEN "MAIL-MERGE-FILE"
027253                 MOVE PARAMETER-VALUE TO MAIL-MERGE-FILENAME
027253             WHEN "OPERATOR"
027253                 MOVE PARAMETER-VALUE TO OPERATOR-ID
027253             WHEN "CURVE-SCORE"
027253                 IF PARAMETER-VALUE(1:1) >= "1"
027253                     AND PARAMETER-VALUE(1:1) <= "5"
027253                     AND PARAMETER-VALUE(2:1) = SPACE
027253                     MOVE PARAMETER-VALUE(1:1) TO CURVE-POSITION
027253                 ELSE
027253                     DISPLAY "Parameter CURVE-SCORE must be a "
027253                         "score position, 1 to 5."
027253                     PERFORM FAIL-UNATTENDED-RUN
027253                 END-IF
027254             WHEN "CURVE-METHOD"
027254                 IF (PARAMETER-VALUE(1:1) = "F"
027254                     OR PARAMETER-VALUE(1:1) = "P"
027254                     OR PARAMETER-VALUE(1:1) = "T")
027254                     AND PARAMETER-VALUE(2:1) = SPACE
027254                     MOVE PARAMETER-VALUE(1:1) TO CURVE-METHOD
027254                 ELSE
027254                     DISPLAY "Parameter CURVE-METHOD must be F "
027254                         "(flat points), P (percentage), or T "
027254                         "(target mean)."
027254                     PERFORM FAIL-UNATTENDED-RUN
027254                 END-IF
027254             WHEN "CURVE-AMOUNT"
027255                 MOVE PARAMETER-VALUE(1:3) TO SCORE-ENTRY
027255                 PERFORM EDIT-SCORE-ENTRY
027255                 IF SCORE-ENTRY-VALID = "Y"
027255                     AND SCORE-EDITED NOT = SPACES
027255                     MOVE SCORE-EDITED TO CURVE-AMOUNT
027255                 ELSE
027255                     DISPLAY "Parameter CURVE-AMOUNT must be 1 "
027255                         "to 3 digits, e.g. 8."
027255                     PERFORM FAIL-UNATTENDED-RUN
027255                 END-IF
027255             WHEN "CURVE-APPLY"
027255                 IF (PARAMETER-VALUE(1:1) = "Y"
027255                     OR PARAMETER-VALUE(1:1) = "N")
027256                     AND PARAMETER-VALUE(2:1) = SPACE
027256                     MOVE PARAMETER-VALUE(1:1) TO CURVE-APPLY
027256                 ELSE
027256                     DISPLAY "Parameter CURVE-APPLY must be Y "
027256                         "or N."
027256                     PERFORM FAIL-UNATTENDED-RUN
027256                 END-IF
027256             WHEN "INQUIRY-ID"
027256                 MOVE 0 TO INQUIRY-ID-LENGTH
027256                 INSPECT PARAMETER-VALUE
027256                     TALLYING INQUIRY-ID-LENGTH
027256                     FOR CHARACTERS BEFORE INITIAL SPACE
027256                 IF INQUIRY-ID-LENGTH > 0
027257                     AND INQUIRY-ID-LENGTH < 10
027257                     AND PARAMETER-VALUE(1:INQUIRY-ID-LENGTH)
027257                         NUMERIC
027257                     MOVE PARAMETER-VALUE(1:INQUIRY-ID-LENGTH)
027257                         TO INQUIRY-STUDENT-ID
027257                 ELSE
027257                     DISPLAY "Parameter INQUIRY-ID must be a "
027257                         "student ID of up to 9 digits."
027257                     PERFORM FAIL-UNATTENDED-RUN
027257                 END-IF
027257             WHEN "INQUIRY-NAME"
027257                 MOVE PARAMETER-VALUE TO INQUIRY-NAME
027257             WHEN "FROM-DATE"
027258                 MOVE PARAMETER-VALUE(1:8) TO INQUIRY-DATE-ENTRY
027258                 PERFORM EDIT-INQUIRY-DATE-PARAMETER
027258                 MOVE INQUIRY-DATE-ENTRY TO INQUIRY-FROM-DATE
027258             WHEN "TO-DATE"
027258                 MOVE PARAMETER-VALUE(1:8) TO INQUIRY-DATE-ENTRY
027258                 PERFORM EDIT-INQUIRY-DATE-PARAMETER
027258                 MOVE INQUIRY-DATE-ENTRY TO INQUIRY-TO-DATE
027258             WHEN "CHANGED-BY"
027258                 MOVE PARAMETER-VALUE TO INQUIRY-CHANGED-BY
027258             WHEN "FROM-TERM"
027258                 MOVE PARAMETER-VALUE TO PATTERN-FROM-TERM
027258             WHEN "TO-TERM"
027258                 MOVE PARAMETER-VALUE TO PATTERN-TO-TERM
027259             WHEN "PATTERN-MARGIN"
027259                 MOVE PARAMETER-VALUE(1:3) TO SCORE-ENTRY
027259                 PERFORM EDIT-SCORE-ENTRY
027259                 IF SCORE-ENTRY-VALID = "Y"
027259                     AND SCORE-EDITED NOT = SPACES
027259                     MOVE SCORE-EDITED TO PATTERN-MARGIN
027259                 ELSE
027259                     DISPLAY "Parameter PATTERN-MARGIN "
027259                         "must be 1 to 3 digits of whole "
027259                         "percentage points, e.g. 15."
027259                     PERFORM FAIL-UNATTENDED-RUN
027259                 END-IF
027260             WHEN "REPORT-FILE"
027270                 MOVE PARAMETER-VALUE TO REPORT-FILENAME
027280             WHEN "TERM-CODE"
027730                 PERFORM FAIL-UNATTENDED-RUN
027740     END-EVALUATE.
027750
027751*An inquiry date parameter is a full YYYYMMDD date, as the logs
027751*stamp them
027751 EDIT-INQUIRY-DATE-PARAMETER.
027752     IF INQUIRY-DATE-ENTRY NOT NUMERIC
027752         OR PARAMETER-VALUE(9:1) NOT = SPACE
027752         DISPLAY "Parameters FROM-DATE and TO-DATE must be "
027753             "dates of the form YYYYMMDD, e.g. 20260901."
027753         PERFORM FAIL-UNATTENDED-RUN
027753     END-IF.
027754
027754*A GPA threshold parameter is given in hundredths, as at the
027754*prompt: 1 to 3 digits, e.g. 350 for 3.50
027755 EDIT-GPA-PARAMETER.
027755     MOVE PARAMETER-VALUE(1:3) TO SCORE-ENTRY.
027755     PERFORM EDIT-SCORE-ENTRY.
027756     IF SCORE-ENTRY-VALID = "Y"
027756         AND SCORE-EDITED NOT = SPACES
027756         MOVE SCORE-EDITED TO GPA-ENTRY-HUNDREDTHS
027757         COMPUTE GPA-ENTRY-VALUE = GPA-ENTRY-HUNDREDTHS / 100
027757     ELSE
027757         DISPLAY "Parameters DEANS-LIST-GPA, PROBATION-GPA, and "
027758             "SUSPENSION-GPA must be 1 to 3 digits of "
027758             "hundredths, e.g. 350 for 3.50."
027758         PERFORM FAIL-UNATTENDED-RUN
027759     END-IF.
027759
027760*Opens a new step in the chain. The step's mode is the STEP
027770*value; its own settings are whatever saved lines follow it.
027780 REGISTER-ONE-STEP.
028080         AND RUN-MODE NOT = "9" AND RUN-MODE NOT = "A"
028090         AND RUN-MODE NOT = "B" AND RUN-MODE NOT = "C"
028100         AND RUN-MODE NOT = "D" AND RUN-MODE NOT = "E"
028104         AND RUN-MODE NOT = "F" AND RUN-MODE NOT = "G"
028108         AND RUN-MODE NOT = "H" AND RUN-MODE NOT = "I"
028112         AND RUN-MODE NOT = "J" AND RUN-MODE NOT = "K"
028116         AND RUN-MODE NOT = "L" AND RUN-MODE NOT = "M"
028120         DISPLAY "Parameter RUN-MODE must be 3, 4, 6, 7, "
028130             "9, or A through M for an unattended run."
028140         PERFORM FAIL-UNATTENDED-RUN
028150     END-IF.
028152*Where operators are controlled, the overnight job runs under a
028154*named batch ID with rights of its own, never an anonymous one
028156     IF SECURITY-FILENAME NOT = SPACES AND OPERATOR-ID = SPACES
028158         DISPLAY "Parameter OPERATOR is required when "
028160             "HANDOUT_SECURITY is set."
028162         PERFORM FAIL-UNATTENDED-RUN
028164     END-IF.
028166*The decline report, the incomplete modes, the grading-pattern
028168*report, and the change-history inquiry never touch the roster,
028170*so they can run without GRADES-FILE
028180     IF FILENAME = SPACES AND RUN-MODE NOT = "7"
028190         AND RUN-MODE NOT = "C" AND RUN-MODE NOT = "D"
028195         AND RUN-MODE NOT = "K" AND RUN-MODE NOT = "M"
028200         DISPLAY "Parameter GRADES-FILE is required."
028210         PERFORM FAIL-UNATTENDED-RUN
028220     END-IF.
028230     IF RUN-MODE = "3" OR RUN-MODE = "4"
028240         OR RUN-MODE = "7" OR RUN-MODE = "I"
028250         IF TERM-CODE = SPACES
028260             DISPLAY "Parameter TERM-CODE is required."
028270             PERFORM FAIL-UNATTENDED-RUN
028320             PERFORM FAIL-UNATTENDED-RUN
028330         END-IF
028340     END-IF.
028350     IF RUN-MODE = "3" OR RUN-MODE = "4" OR RUN-MODE = "I"
028360         IF EXTRACT-FILENAME = SPACES
028370             DISPLAY "Parameter EXTRACT-FILE is required."
028380             PERFORM FAIL-UNATTENDED-RUN
028790         IF POSTING-RUN-ID = SPACES
028800             DISPLAY "Parameter POSTING-RUN-ID is required "
028810                 "for run mode 6."
028811             PERFORM FAIL-UNATTENDED-RUN
028812         END-IF
028813*        Where terms are controlled, posting must say which term
028814*        its scores belong to, so a closed one can be refused
028815         IF TERM-CONTROL-FILENAME NOT = SPACES
028816             AND TERM-CODE = SPACES
028817             DISPLAY "Parameter TERM-CODE is required "
028818                 "for run mode 6 when HANDOUT_TERMCTL is set."
028820             PERFORM FAIL-UNATTENDED-RUN
028830         END-IF
028840     END-IF.
029670             PERFORM FAIL-UNATTENDED-RUN
029680         END-IF
029690     END-IF.
029691     IF RUN-MODE = "G"
029691         IF GRADE-HISTORY-FILENAME = SPACES
029691             DISPLAY "Parameter GRADE-HISTORY-FILE is "
029691                 "required for run mode G."
029691             PERFORM FAIL-UNATTENDED-RUN
029691         END-IF
029691         IF TERM-CODE = SPACES
029691             DISPLAY "Parameter TERM-CODE is required "
029691                 "for run mode G."
029691             PERFORM FAIL-UNATTENDED-RUN
029691         END-IF
029691         IF CATALOG-FILENAME = SPACES
029691             DISPLAY "Parameter CATALOG-FILE is required "
029691                 "for run mode G."
029691             PERFORM FAIL-UNATTENDED-RUN
029691         END-IF
029691         IF STANDING-FILENAME = SPACES
029691             DISPLAY "Parameter STANDING-FILE is required "
029691                 "for run mode G."
029691             PERFORM FAIL-UNATTENDED-RUN
029691         END-IF
029691     END-IF.
029692     IF RUN-MODE = "H"
029692         IF ENROLLMENT-FILENAME = SPACES
029692             DISPLAY "Parameter ENROLLMENT-FILE is required "
029692                 "for run mode H."
029692             PERFORM FAIL-UNATTENDED-RUN
029692         END-IF
029692         IF REJECT-FILENAME = SPACES
029692             DISPLAY "Parameter REJECT-FILE is required "
029692                 "for run mode H."
029692             PERFORM FAIL-UNATTENDED-RUN
029692         END-IF
029692         IF AUDIT-FILENAME = SPACES
029692             DISPLAY "Parameter AUDIT-FILE is required "
029692                 "for run mode H."
029692             PERFORM FAIL-UNATTENDED-RUN
029692         END-IF
029692         IF GRADE-HISTORY-FILENAME = SPACES
029692             DISPLAY "Parameter GRADE-HISTORY-FILE is "
029692                 "required for run mode H."
029692             PERFORM FAIL-UNATTENDED-RUN
029692         END-IF
029693         IF TERM-CODE = SPACES
029693             DISPLAY "Parameter TERM-CODE is required "
029693                 "for run mode H."
029693             PERFORM FAIL-UNATTENDED-RUN
029693         END-IF
029693     END-IF.
029693     IF RUN-MODE = "I"
029693         IF SNAPSHOT-FILENAME = SPACES
029693             DISPLAY "Parameter SNAPSHOT-FILE is required "
029693                 "for run mode I."
029693             PERFORM FAIL-UNATTENDED-RUN
029693         END-IF
029693         IF TERM-CONTROL-FILENAME = SPACES
029693             DISPLAY "Environment variable HANDOUT_TERMCTL "
029693                 "must name the term control file for run "
029693                 "mode I."
029693             PERFORM FAIL-UNATTENDED-RUN
029693         END-IF
029693         IF SECTION-FILTER NOT = SPACES
029693             DISPLAY "Parameter SECTION is not allowed for "
029693                 "run mode I: a term closes for the whole "
029693                 "roster."
029694             PERFORM FAIL-UNATTENDED-RUN
029694         END-IF
029694     END-IF.
029694     IF RUN-MODE = "J"
029694         IF GRADE-CHANGE-FILENAME = SPACES
029694             DISPLAY "Parameter GRADE-CHANGE-FILE is required "
029694                 "for run mode J."
029694             PERFORM FAIL-UNATTENDED-RUN
029694         END-IF
029694         IF CHANGE-REGISTER-FILENAME = SPACES
029694             DISPLAY "Parameter CHANGE-REGISTER-FILE is "
029694                 "required for run mode J."
029694             PERFORM FAIL-UNATTENDED-RUN
029694         END-IF
029694         IF REJECT-FILENAME = SPACES
029694             DISPLAY "Parameter REJECT-FILE is required "
029694                 "for run mode J."
029694             PERFORM FAIL-UNATTENDED-RUN
029694         END-IF
029694         IF GRADE-HISTORY-FILENAME = SPACES
029694             DISPLAY "Parameter GRADE-HISTORY-FILE is "
029695                 "required for run mode J."
029695             PERFORM FAIL-UNATTENDED-RUN
029695         END-IF
029695         IF EXTRACT-FILENAME = SPACES
029695             DISPLAY "Parameter EXTRACT-FILE is required "
029695                 "for run mode J."
029695             PERFORM FAIL-UNATTENDED-RUN
029695         END-IF
029695     END-IF.
029695     IF RUN-MODE = "K"
029695         IF GRADE-HISTORY-FILENAME = SPACES
029695             DISPLAY "Parameter GRADE-HISTORY-FILE is "
029695                 "required for run mode K."
029695             PERFORM FAIL-UNATTENDED-RUN
029695         END-IF
029695         IF CATALOG-FILENAME = SPACES
029695             DISPLAY "Parameter CATALOG-FILE is required "
029695                 "for run mode K."
029695             PERFORM FAIL-UNATTENDED-RUN
029695         END-IF
029695         IF PATTERN-FROM-TERM = SPACES
029695             OR PATTERN-TO-TERM = SPACES
029696             DISPLAY "Parameters FROM-TERM and TO-TERM are "
029696                 "required for run mode K."
029696             PERFORM FAIL-UNATTENDED-RUN
029696         END-IF
029696     END-IF.
029696*A curve without CURVE-APPLY=Y only prints its preview; one that
029696*applies needs the journal and run ID a backout would ask for
029696     IF RUN-MODE = "L"
029696         IF SECTION-FILTER = SPACES
029696             DISPLAY "Parameter SECTION is required for run "
029696                 "mode L."
029696             PERFORM FAIL-UNATTENDED-RUN
029696         END-IF
029696         IF CURVE-POSITION = 0
029696             DISPLAY "Parameter CURVE-SCORE is required for run "
029696                 "mode L."
029696             PERFORM FAIL-UNATTENDED-RUN
029696         END-IF
029696         IF CURVE-METHOD = SPACE
029696             DISPLAY "Parameter CURVE-METHOD is required for run "
029696                 "mode L."
029697             PERFORM FAIL-UNATTENDED-RUN
029697         END-IF
029697         IF CURVE-AMOUNT = 0
029697             DISPLAY "Parameter CURVE-AMOUNT is required for run "
029697                 "mode L."
029697             PERFORM FAIL-UNATTENDED-RUN
029697         END-IF
029697         IF CURVE-METHOD = "T" AND CURVE-AMOUNT > 100
029697             DISPLAY "Parameter CURVE-AMOUNT cannot be over 100 "
029697                 "for a target mean."
029697             PERFORM FAIL-UNATTENDED-RUN
029697         END-IF
029697         IF CURVE-APPLY = "Y"
029697             IF JOURNAL-FILENAME = SPACES
029697                 DISPLAY "Parameter JOURNAL-FILE is required "
029697                     "to apply a curve."
029697                 PERFORM FAIL-UNATTENDED-RUN
029697             END-IF
029697             IF POSTING-RUN-ID = SPACES
029697                 DISPLAY "Parameter POSTING-RUN-ID is required "
029697                     "to apply a curve."
029697                 PERFORM FAIL-UNATTENDED-RUN
029698             END-IF
029698         END-IF
029698         IF TERM-CONTROL-FILENAME NOT = SPACES
029698             AND TERM-CODE = SPACES
029698             DISPLAY "Parameter TERM-CODE is required "
029698                 "for run mode L when HANDOUT_TERMCTL is set."
029698             PERFORM FAIL-UNATTENDED-RUN
029698         END-IF
029698     END-IF.
029698*An inquiry is for exactly one student or one section, and needs
029698*at least one of the logs to search
029698     IF RUN-MODE = "M"
029698         MOVE 0 TO INQUIRY-KEY-COUNT
029698         IF INQUIRY-STUDENT-ID NOT = 0
029698             ADD 1 TO INQUIRY-KEY-COUNT
029698         END-IF
029698         IF INQUIRY-NAME NOT = SPACES
029698             ADD 1 TO INQUIRY-KEY-COUNT
029698         END-IF
029698         IF SECTION-FILTER NOT = SPACES
029698             ADD 1 TO INQUIRY-KEY-COUNT
029699         END-IF
029699         IF INQUIRY-KEY-COUNT NOT = 1
029699             DISPLAY "Exactly one of parameters INQUIRY-ID, "
029699                 "INQUIRY-NAME, and SECTION is required for "
029699                 "run mode M."
029699             PERFORM FAIL-UNATTENDED-RUN
029699         END-IF
029699         IF AUDIT-FILENAME = SPACES
029699             AND JOURNAL-FILENAME = SPACES
029699             AND LAPSE-LOG-FILENAME = SPACES
029699             AND ARCHIVE-LOG-FILENAME = SPACES
029699             DISPLAY "At least one of parameters AUDIT-FILE, "
029699                 "JOURNAL-FILE, LAPSE-LOG, and ARCHIVE-LOG is "
029699                 "required for run mode M."
029699             PERFORM FAIL-UNATTENDED-RUN
029699         END-IF
029699         IF INQUIRY-FROM-DATE > INQUIRY-TO-DATE
029699             DISPLAY "Parameter FROM-DATE is later than TO-DATE."
029699             PERFORM FAIL-UNATTENDED-RUN
029699         END-IF
029699     END-IF.
029700
029710*Runs the chain the parameter file laid out: each step gets
029720*the global settings back, its own saved lines applied over
029950             FROM STEP-FIRST-LINE(STEP-INDEX) BY 1
029960             UNTIL STEP-LINE-SUB > STEP-LAST-LINE
029970         PERFORM VALIDATE-PARAMETERS
029975         PERFORM CHECK-OPERATOR-MODE
029980         PERFORM RESET-STEP-COUNTERS
029990         DISPLAY " "
030000         DISPLAY "----- Step " STEP-INDEX ": run mode "
030520             PERFORM SCAN-ROSTER-INTEGRITY
030530         WHEN "F"
030540             PERFORM BUILD-COUNSELOR-WORKLIST
030541         WHEN "G"
030541             PERFORM ACADEMIC-STANDING-RUN
030542         WHEN "H"
030542             PERFORM APPLY-ENROLLMENT-FEED
030543         WHEN "I"
030544             PERFORM CLOSE-TERM-RUN
030544         WHEN "J"
030545             PERFORM APPLY-GRADE-CHANGES
030546         WHEN "K"
030546             PERFORM GRADING-PATTERN-REPORT
030547         WHEN "L"
030548             PERFORM CURVE-SECTION-SCORES
030548         WHEN "M"
030549             PERFORM CHANGE-HISTORY-INQUIRY
030550     END-EVALUATE.
030560
030570*Closes what a step may have left open and re-arms the file
030690         MOVE "99" TO INCOMPLETE-FILE-STATUS
030700     END-IF.
030710     MOVE "99" TO LAPSE-LOG-STATUS.
030712     IF SECTION-STATS-FILE-OK
030714         CLOSE SECTION-STATS-FILE
030716         MOVE "99" TO SECTION-STATS-FILE-STATUS
030718     END-IF.
030720
030730*Clears every per-run counter and table a grading or posting
030740*step accumulates, so one step's totals never leak into the
030840         VARYING GRADE-INDEX FROM 1 BY 1
030850         UNTIL GRADE-INDEX > 5.
030860     MOVE 0 TO SECTION-STATS-COUNT.
030870     MOVE "N" TO SECTION-STATS-WARNED.
030880     MOVE 0 TO SECTION-SKIPPED-COUNT.
030890     MOVE 0 TO EXTRACT-DETAIL-COUNT.
030900     MOVE 0 TO EXTRACT-HASH-TOTAL.
030910     MOVE 0 TO EXTRACT-PRIMED-COUNT.
030920     MOVE 0 TO EXTRACT-RANK-SAVE.
030922     MOVE 0 TO CHANGE-ACCEPTED-COUNT.
030924     MOVE 0 TO NOTICE-LETTER-COUNT.
030926     MOVE 0 TO MAIL-MERGE-COUNT.
030930     MOVE 0 TO EXCEPTION-COUNT.
030940     MOVE 0 TO HISTORY-RECORDS-WRITTEN.
030950     MOVE 0 TO CONTROL-RECORDS-READ.
030960     MOVE 0 TO CHECKPOINT-COUNT.
030970     MOVE 0 TO CHECKPOINT-SINCE-LAST.
030980     MOVE 0 TO RANK-COUNT.
031000     MOVE "N" TO RANKING-SWITCH.
031010     MOVE 0 TO ARCHIVE-EXAMINED-COUNT.
031020     MOVE 0 TO ARCHIVE-MOVED-COUNT.
031030     MOVE 0 TO ARCHIVE-TERMS-MOVED.
031040     MOVE 0 TO ARCHIVE-SINCE-CHECKPOINT.
031043     MOVE 0 TO WITHDRAWN-SKIPPED-COUNT.
031046     MOVE "N" TO TERM-CLOSED-SWITCH.
031050     MOVE "N" TO EOF-SWITCH.
031060*    The loaded grade scale and score weights are run state
031070*    too: back to the defaults, so a step that names no scale
031100     PERFORM RESET-ONE-SCORE-WEIGHT
031110         VARYING SCORE-INDEX FROM 1 BY 1
031120         UNTIL SCORE-INDEX > 5.
031125     PERFORM SET-GRADE-POINTS.
031130
031140 RESET-ONE-FREQUENCY.
031150     MOVE 0 TO GRADE_FREQUENCIES(GRADE-INDEX).
031430     MOVE INCOMPLETE-FILENAME TO GPS-INCOMPLETE.
031440     MOVE LAPSE-LOG-FILENAME TO GPS-LAPSE-LOG.
031450     MOVE WORKLIST-FILENAME TO GPS-WORKLIST.
031451     MOVE GRADE-POINTS-FILENAME TO GPS-GRADE-POINTS.
031451     MOVE STANDING-FILENAME TO GPS-STANDING.
031451     MOVE DEANS-LIST-GPA TO GPS-DEANS-LIST-GPA.
031452     MOVE PROBATION-GPA TO GPS-PROBATION-GPA.
031452     MOVE SUSPENSION-GPA TO GPS-SUSPENSION-GPA.
031452     MOVE ENROLLMENT-FILENAME TO GPS-ENROLLMENT.
031453     MOVE AUDIT-FILENAME TO GPS-AUDIT.
031453     MOVE SNAPSHOT-FILENAME TO GPS-SNAPSHOT.
031453     MOVE GRADE-CHANGE-FILENAME TO GPS-GRADE-CHANGE.
031454     MOVE CHANGE-REGISTER-FILENAME TO GPS-CHANGE-REGISTER.
031454     MOVE PATTERN-FROM-TERM TO GPS-PATTERN-FROM-TERM.
031454     MOVE PATTERN-TO-TERM TO GPS-PATTERN-TO-TERM.
031455     MOVE PATTERN-MARGIN TO GPS-PATTERN-MARGIN.
031455     MOVE NOTICE-FILENAME TO GPS-NOTICE.
031456     MOVE MAIL-MERGE-FILENAME TO GPS-MAIL-MERGE.
031456     MOVE OPERATOR-ID TO GPS-OPERATOR.
031456     MOVE CURVE-POSITION TO GPS-CURVE-POSITION.
031457     MOVE CURVE-METHOD TO GPS-CURVE-METHOD.
031457     MOVE CURVE-AMOUNT TO GPS-CURVE-AMOUNT.
031457     MOVE CURVE-APPLY TO GPS-CURVE-APPLY.
031458     MOVE INQUIRY-STUDENT-ID TO GPS-INQUIRY-ID.
031458     MOVE INQUIRY-NAME TO GPS-INQUIRY-NAME.
031458     MOVE INQUIRY-FROM-DATE TO GPS-INQUIRY-FROM-DATE.
031459     MOVE INQUIRY-TO-DATE TO GPS-INQUIRY-TO-DATE.
031459     MOVE INQUIRY-CHANGED-BY TO GPS-INQUIRY-CHANGED-BY.
031460
031470 RESTORE-GLOBAL-PARAMETERS.
031480     MOVE GPS-FILENAME TO FILENAME.
031710     MOVE GPS-INCOMPLETE TO INCOMPLETE-FILENAME.
031720     MOVE GPS-LAPSE-LOG TO LAPSE-LOG-FILENAME.
031730     MOVE GPS-WORKLIST TO WORKLIST-FILENAME.
031731     MOVE GPS-GRADE-POINTS TO GRADE-POINTS-FILENAME.
031731     MOVE GPS-STANDING TO STANDING-FILENAME.
031731     MOVE GPS-DEANS-LIST-GPA TO DEANS-LIST-GPA.
031732     MOVE GPS-PROBATION-GPA TO PROBATION-GPA.
031732     MOVE GPS-SUSPENSION-GPA TO SUSPENSION-GPA.
031732     MOVE GPS-ENROLLMENT TO ENROLLMENT-FILENAME.
031733     MOVE GPS-AUDIT TO AUDIT-FILENAME.
031733     MOVE GPS-SNAPSHOT TO SNAPSHOT-FILENAME.
031733     MOVE GPS-GRADE-CHANGE TO GRADE-CHANGE-FILENAME.
031734     MOVE GPS-CHANGE-REGISTER TO CHANGE-REGISTER-FILENAME.
031734     MOVE GPS-PATTERN-FROM-TERM TO PATTERN-FROM-TERM.
031734     MOVE GPS-PATTERN-TO-TERM TO PATTERN-TO-TERM.
031735     MOVE GPS-PATTERN-MARGIN TO PATTERN-MARGIN.
031735     MOVE GPS-NOTICE TO NOTICE-FILENAME.
031736     MOVE GPS-MAIL-MERGE TO MAIL-MERGE-FILENAME.
031736     MOVE GPS-OPERATOR TO OPERATOR-ID.
031736     MOVE GPS-CURVE-POSITION TO CURVE-POSITION.
031737     MOVE GPS-CURVE-METHOD TO CURVE-METHOD.
031737     MOVE GPS-CURVE-AMOUNT TO CURVE-AMOUNT.
031737     MOVE GPS-CURVE-APPLY TO CURVE-APPLY.
031738     MOVE GPS-INQUIRY-ID TO INQUIRY-STUDENT-ID.
031738     MOVE GPS-INQUIRY-NAME TO INQUIRY-NAME.
031738     MOVE GPS-INQUIRY-FROM-DATE TO INQUIRY-FROM-DATE.
031739     MOVE GPS-INQUIRY-TO-DATE TO INQUIRY-TO-DATE.
031739     MOVE GPS-INQUIRY-CHANGED-BY TO INQUIRY-CHANGED-BY.
031740
031750*One line per step: what ran, what it ended with, and what
031760*never got the chance. The chain's return code is the worst
031960     DISPLAY "Step " STEP-INDEX "  mode "
031970         STEP-MODE(STEP-INDEX) "  RC " STEP-RC(STEP-INDEX)
031980         "  " STEP-STATUS-LABEL.
031981
031981*Asks who is at the terminal. Where operators are controlled the
031981*ID is taken once, before the menu, and checked against the
031981*security file; a mode that names its operator does not ask again.
031981 PROMPT-OPERATOR-ID.
031981     IF OPERATOR-ID = SPACES
031981         DISPLAY "Enter your operator ID: " WITH NO ADVANCING
031981         ACCEPT OPERATOR-ID
031981     END-IF.
031981
031981*Refuses the run mode, before any of its files are opened, when
031981*the security file does not grant it to the operator. An operator
031981*missing from the file, or a security file that cannot be read,
031981*is refused every mode. The refusal is logged; an unattended run
031981*or step fails, and an interactive session ends.
031982 CHECK-OPERATOR-MODE.
031982     IF SECURITY-FILENAME NOT = SPACES
031982         MOVE RUN-MODE TO SECURITY-RUN-MODE
031982         IF SECURITY-RUN-MODE = SPACE
031982             MOVE "1" TO SECURITY-RUN-MODE
031982         END-IF
031982         PERFORM LOAD-OPERATOR-RIGHTS
031982         IF RIGHTS-FOUND = "Y"
031982             MOVE 0 TO RIGHTS-MODE-TALLY
031982             INSPECT RIGHTS-MODES TALLYING RIGHTS-MODE-TALLY
031982                 FOR ALL "*"
031982             INSPECT RIGHTS-MODES TALLYING RIGHTS-MODE-TALLY
031982                 FOR ALL SECURITY-RUN-MODE
031982             IF RIGHTS-MODE-TALLY = 0
031982                 MOVE "MODE NOT AUTHORIZED" TO SECURITY-REASON
031983             END-IF
031983         END-IF
031983         IF SECURITY-REASON NOT = SPACES
031983             MOVE SPACES TO SECURITY-SECTION
031983             MOVE SPACES TO SECURITY-STUDENT-ID
031983             PERFORM WRITE-SECURITY-VIOLATION
031983             DISPLAY "Operator " OPERATOR-ID " may not run mode "
031983                 SECURITY-RUN-MODE ": " SECURITY-REASON
031983             IF UNATTENDED-RUN
031983                 PERFORM FAIL-UNATTENDED-RUN
031983             END-IF
031983             MOVE 8 TO RETURN-CODE
031983             STOP RUN
031983         END-IF
031983     END-IF.
031984
031984*Finds the operator's line on the security file. The file is read
031984*afresh each time, since each step of a chain may run under its
031984*own OPERATOR. Not finding the operator sets the refusal reason.
031984 LOAD-OPERATOR-RIGHTS.
031984     MOVE "N" TO RIGHTS-FOUND.
031984     MOVE SPACES TO OPERATOR-RIGHTS.
031984     MOVE SPACES TO SECURITY-REASON.
031984     OPEN INPUT SECURITY-FILE.
031984     IF SECURITY-FILE-OK
031984         MOVE "N" TO SECURITY-EOF
031984         PERFORM READ-ONE-SECURITY-RECORD
031984             UNTIL SECURITY-EOF = "Y" OR RIGHTS-FOUND = "Y"
031984         CLOSE SECURITY-FILE
031984         IF RIGHTS-FOUND = "N"
031985             MOVE "OPERATOR NOT ON SECURITY FILE"
031985                 TO SECURITY-REASON
031985         END-IF
031985     ELSE
031985         DISPLAY "Unable to open security file "
031985             SECURITY-FILENAME "."
031985         MOVE "SECURITY FILE UNAVAILABLE" TO SECURITY-REASON
031985     END-IF.
031985     MOVE "99" TO SECURITY-FILE-STATUS.
031985
031985 READ-ONE-SECURITY-RECORD.
031985     READ SECURITY-FILE
031985         AT END
031985             MOVE "Y" TO SECURITY-EOF
031985         NOT AT END
031986             IF SEC-OPERATOR-ID = OPERATOR-ID
031986                 MOVE SECURITY-RECORD TO OPERATOR-RIGHTS
031986                 MOVE "Y" TO RIGHTS-FOUND
031986             END-IF
031986     END-READ.
031986
031986*Says whether the operator may change SECURITY-SECTION. Without a
031986*security file every section may be changed. A refusal is logged
031986*here; the caller rejects the action in its own way.
031986 CHECK-OPERATOR-SECTION.
031986     MOVE "Y" TO SECTION-AUTHORIZED.
031986     IF SECURITY-FILENAME NOT = SPACES
031986         MOVE "N" TO SECTION-AUTHORIZED
031986         PERFORM MATCH-ONE-RIGHTS-SECTION
031986             VARYING RIGHTS-INDEX FROM 1 BY 1
031987             UNTIL RIGHTS-INDEX > 10
031987         IF SECTION-AUTHORIZED = "N"
031987             MOVE "SECTION NOT AUTHORIZED" TO SECURITY-REASON
031987             PERFORM WRITE-SECURITY-VIOLATION
031987         END-IF
031987     END-IF.
031987
031987 MATCH-ONE-RIGHTS-SECTION.
031987     IF RIGHTS-SECTION(RIGHTS-INDEX) = "*"
031987         MOVE "Y" TO SECTION-AUTHORIZED
031987     END-IF.
031987     IF RIGHTS-SECTION(RIGHTS-INDEX) NOT = SPACES
031987         AND RIGHTS-SECTION(RIGHTS-INDEX) = SECURITY-SECTION
031987         MOVE "Y" TO SECTION-AUTHORIZED
031987     END-IF.
031988
031988*Appends one refusal to the violations log, creating it on first
031988*use. The log is opened and closed around each record so that a
031988*refusal is on file even if the run later fails. With no log
031988*named, the refusal still stands and is shown on the console.
031988 WRITE-SECURITY-VIOLATION.
031988     IF VIOLATION-LOG-FILENAME NOT = SPACES
031988         OPEN EXTEND VIOLATION-LOG-FILE
031988         IF VIOLATION-LOG-FILE-STATUS = "35"
031988             OPEN OUTPUT VIOLATION-LOG-FILE
031988         END-IF
031988         IF VIOLATION-LOG-FILE-OK
031988             ACCEPT VL-DATE FROM DATE YYYYMMDD
031988             ACCEPT VL-TIME FROM TIME
031988             MOVE OPERATOR-ID TO VL-OPERATOR
031989             MOVE SECURITY-RUN-MODE TO VL-RUN-MODE
031989             MOVE SECURITY-SECTION TO VL-SECTION
031989             MOVE SECURITY-STUDENT-ID TO VL-STUDENT-ID
031989             MOVE SECURITY-REASON TO VL-REASON
031989             WRITE VIOLATION-LOG-RECORD
031989             CLOSE VIOLATION-LOG-FILE
031989         ELSE
031989             DISPLAY "Unable to open violations log "
031989                 VIOLATION-LOG-FILENAME "."
031989         END-IF
031989         MOVE "99" TO VIOLATION-LOG-FILE-STATUS
031989     END-IF.
031989     DISPLAY "Security violation: " OPERATOR-ID " "
031989         SECURITY-SECTION " " SECURITY-STUDENT-ID " "
031989         SECURITY-REASON.
031990
032000*Ends an unattended run at once with a failing return code, so
032010*the scheduler sees the failure instead of a hung prompt
032520     MOVE POSTING-RUN-ID TO JRN-RUN-ID.
032530     ACCEPT JRN-DATE FROM DATE YYYYMMDD.
032540     ACCEPT JRN-TIME FROM TIME.
032550     MOVE JRN-ACTION-SAVE TO JRN-ACTION.
032560     MOVE JRN-BEFORE-SAVE TO JRN-BEFORE-IMAGE.
032570     MOVE JRN-AFTER-SAVE TO JRN-AFTER-IMAGE.
032580     WRITE JOURNAL-RECORD.
032840         MOVE SPACES TO POSTING-RUN-ID
032850         PERFORM ACCEPT-POSTING-RUN-ID
032860             UNTIL POSTING-RUN-ID NOT = SPACES
032861         IF TERM-CONTROL-FILENAME NOT = SPACES
032862             DISPLAY "Enter the term these scores belong to "
032863                 "(e.g. 2026FA): " WITH NO ADVANCING
032864             ACCEPT TERM-CODE
032865         END-IF
032870     END-IF.
032871*    Scores for a closed term would land on the next term's
032871*    roster: the whole run is refused
032872     PERFORM CHECK-TERM-OPEN.
032873     IF TERM-IS-CLOSED
032873         DISPLAY "Term " TERM-CODE " is closed, posting refused."
032874         IF UNATTENDED-RUN
032875             PERFORM FAIL-UNATTENDED-RUN
032875         END-IF
032876     ELSE
032877         PERFORM POST-SCORES-TO-OPEN-TERM
032877     END-IF.
032878
032879 POST-SCORES-TO-OPEN-TERM.
032880     IF CATALOG-FILENAME NOT = SPACES
032890         PERFORM OPEN-CATALOG-FILE
032900     END-IF.
033980             MOVE "N" TO TRAN-VALID
033990         END-IF
034000     END-IF.
034001     IF TRAN-VALID = "Y" AND TRAN-ACTION = "A"
034002         MOVE TRAN-SECTION TO SECURITY-SECTION
034003         MOVE TRAN-STUDENT-ID TO SECURITY-STUDENT-ID
034004         PERFORM CHECK-OPERATOR-SECTION
034005         IF SECTION-AUTHORIZED = "N"
034006             MOVE "SECTION NOT AUTHORIZED" TO REJECT-REASON-SAVE
034007             MOVE "N" TO TRAN-VALID
034008         END-IF
034009     END-IF.
034010     IF TRAN-VALID = "N"
034020         PERFORM REJECT-TRANSACTION
034030     ELSE
034350             PERFORM REJECT-TRANSACTION
034360         NOT INVALID KEY
034370             ADD 1 TO TRANS-ADD-COUNT
034375             MOVE TRAN-ACTION TO JRN-ACTION-SAVE
034380             MOVE SPACES TO JRN-BEFORE-SAVE
034390             MOVE STUDENT TO JRN-AFTER-SAVE
034400             PERFORM WRITE-JOURNAL-RECORD
034410     END-WRITE.
034420
034430*Re-scores the roster record whose ID the transaction names;
034436*an ID not on the roster, or in a section the operator may not
034442*change, is rejected
034450 APPLY-CORRECTION-TRANSACTION.
034460     MOVE TRAN-STUDENT-ID TO STUDENT-RECORD-ID.
034470     READ GRADES-FILE
034510                 TO REJECT-REASON-SAVE
034520             PERFORM REJECT-TRANSACTION
034530         NOT INVALID KEY
034540             MOVE STUDENT-RECORD-SECTION TO SECURITY-SECTION
034550             MOVE TRAN-STUDENT-ID TO SECURITY-STUDENT-ID
034560             PERFORM CHECK-OPERATOR-SECTION
034570             IF SECTION-AUTHORIZED = "N"
034580                 MOVE "SECTION NOT AUTHORIZED"
034590                     TO REJECT-REASON-SAVE
034600                 PERFORM REJECT-TRANSACTION
034610             ELSE
034620                 PERFORM REWRITE-CORRECTED-STUDENT
034630             END-IF
034660     END-READ.
034661
034661 REWRITE-CORRECTED-STUDENT.
034662     MOVE TRAN-ACTION TO JRN-ACTION-SAVE.
034662     MOVE STUDENT-RECORD TO JRN-BEFORE-SAVE.
034663     MOVE TRAN-SCORES TO STUDENT-RECORD-SCORES.
034664     REWRITE STUDENT-RECORD
034664         INVALID KEY
034665             MOVE "UNABLE TO REWRITE" TO REJECT-REASON-SAVE
034666             PERFORM REJECT-TRANSACTION
034666         NOT INVALID KEY
034667             ADD 1 TO TRANS-CORRECTION-COUNT
034668             MOVE STUDENT-RECORD TO JRN-AFTER-SAVE
034668             PERFORM WRITE-JOURNAL-RECORD
034669     END-REWRITE.
034670
034680*Writes the failed transaction and its reason to the reject
034690*file for the LMS team to fix and resubmit
035430             MOVE "Y" TO EOF-SWITCH
035440         NOT AT END
035450             IF EXTRACT-RECORD-TYPE = "D"
035455                 OR EXTRACT-RECORD-TYPE = "C"
035460                 ADD 1 TO EXTRACT-DETAIL-COUNT
035470                 ADD EXTRACT-AVERAGE TO EXTRACT-HASH-TOTAL
035480             END-IF
035490     END-READ.
035500
035510*Proves the trailer count against the students this run
035517*actually processed and the grade changes it accepted. An
035524*out-of-balance extract is flagged loudly and fails the run:
035531*the registrar must not transmit it.
035540 BALANCE-EXTRACT.
035550     COMPUTE EXTRACT-THIS-RUN-COUNT =
035560         EXTRACT-DETAIL-COUNT - EXTRACT-PRIMED-COUNT.
035565     COMPUTE EXTRACT-EXPECTED-COUNT =
035570         CLASS-STUDENT-COUNT + CHANGE-ACCEPTED-COUNT.
035575     IF EXTRACT-THIS-RUN-COUNT = EXTRACT-EXPECTED-COUNT
035580         DISPLAY "Extract in balance: " EXTRACT-DETAIL-COUNT
035590             " detail record(s) on file."
035600     ELSE
035610         DISPLAY "*** EXTRACT OUT OF BALANCE ***"
035620         DISPLAY "*** Details this run: "
035630             EXTRACT-THIS-RUN-COUNT ", students processed: "
035636             CLASS-STUDENT-COUNT ", changes accepted: "
035642             CHANGE-ACCEPTED-COUNT " ***"
035650         DISPLAY "*** DO NOT TRANSMIT THIS EXTRACT ***"
035660         MOVE 8 TO RETURN-CODE
035670     END-IF.
035900     DISPLAY "Lookup exceptions:       " EXCEPTION-COUNT.
035910     DISPLAY "Skipped by section:      "
035920         SECTION-SKIPPED-COUNT.
035923     DISPLAY "Withdrawn, not graded:   "
035926         WITHDRAWN-SKIPPED-COUNT.
035930     DISPLAY "Extract details on file: " EXTRACT-DETAIL-COUNT.
035940     DISPLAY "History records written: "
035950         HISTORY-RECORDS-WRITTEN.
035951     IF NOTICE-FILENAME NOT = SPACES
035952         DISPLAY "Grade notices printed:   " NOTICE-LETTER-COUNT
035953     END-IF.
035954     IF MAIL-MERGE-FILENAME NOT = SPACES
035955         DISPLAY "Mail-merge records:      " MAIL-MERGE-COUNT
035956     END-IF.
035960*Exceptions leave the run usable but not clean: warn the
035970*scheduler so the rework file gets looked at
035980     IF EXCEPTION-COUNT > 0 AND UNATTENDED-RUN
036040*the statistics, registering the section on first sight
036050 ACCUMULATE-SECTION-STATS.
036060     PERFORM FIND-SECTION-STAT.
036070     IF SECTION-STAT-FOUND = "Y"
036080         ADD 1 TO SECTION-STAT-STUDENTS
036090         IF STUDENT-GRADE = "I"
036100             ADD 1 TO SECTION-STAT-INCOMPLETE
036110         ELSE
036120             ADD 1 TO SECTION-STAT-FREQ(GRADE-INDEX)
036140         END-IF
036150         IF SCORES-PRESENT-COUNT > 0
036160             ADD AVERAGE-GRADE TO SECTION-STAT-AVG-TOTAL
036170             ADD 1 TO SECTION-STAT-GRADED
036190         END-IF
036200         IF STUDENT-GRADE = "A"
036210             ADD 1 TO SECTION-STAT-HONOR-COUNT
036220             IF SECTION-STAT-HONOR-COUNT <= 25
036230                 MOVE STUDENT-NAME TO SECTION-STAT-HONOR-NAME
036240                     (SECTION-STAT-HONOR-COUNT)
036260             END-IF
036270         END-IF
036280         IF STUDENT-GRADE = "F"
036290             ADD 1 TO SECTION-STAT-AT-RISK-COUNT
036300             IF SECTION-STAT-AT-RISK-COUNT <= 25
036310                 MOVE STUDENT-NAME TO SECTION-STAT-AT-RISK-NAME
036320                     (SECTION-STAT-AT-RISK-COUNT)
036370             END-IF
036371         END-IF
036371         IF SECTION-STAT-ON-FILE = "Y"
036372             REWRITE SECTION-STATS-RECORD FROM SECTION-STAT
036373                 INVALID KEY
036373                     DISPLAY "Could not update the statistics "
036374                         "for section " SECTION-STAT-CODE "."
036375             END-REWRITE
036375         ELSE
036376             WRITE SECTION-STATS-RECORD FROM SECTION-STAT
036377                 INVALID KEY
036377                     DISPLAY "Could not add the statistics "
036378                         "for section " SECTION-STAT-CODE "."
036379             END-WRITE
036380         END-IF
036390     END-IF.
036400
036408*Reads the current student's section slice into SECTION-STAT,
036416*or starts a zeroed one, numbered next in order, the first time
036424*a section is seen. The work file is opened on the run's first
036432*student; SECTION-STAT-FOUND stays "N" if it could not be.
036440 FIND-SECTION-STAT.
036449     MOVE "N" TO SECTION-STAT-FOUND.
036458     IF NOT SECTION-STATS-FILE-OK
036467         AND SECTION-STATS-WARNED = "N"
036476         PERFORM OPEN-SECTION-STATS-FILE
036485     END-IF.
036494     IF SECTION-STATS-FILE-OK
036503         MOVE "Y" TO SECTION-STAT-FOUND
036512         MOVE STUDENT-SECTION TO SSR-SECTION-CODE
036521         READ SECTION-STATS-FILE INTO SECTION-STAT
036530             KEY IS SSR-SECTION-CODE
036539             INVALID KEY
036548                 ADD 1 TO SECTION-STATS-COUNT
036557                 INITIALIZE SECTION-STAT
036566                 MOVE STUDENT-SECTION TO SECTION-STAT-CODE
036575                 MOVE SECTION-STATS-COUNT
036584                     TO SECTION-STAT-SEQUENCE
036593                 MOVE "N" TO SECTION-STAT-ON-FILE
036602             NOT INVALID KEY
036611                 MOVE "Y" TO SECTION-STAT-ON-FILE
036620         END-READ
036640     END-IF.
036650
036654*The statistics work file starts empty for every run: created
036658*by an OUTPUT open, then reopened for update
036662 OPEN-SECTION-STATS-FILE.
036666     MOVE 0 TO SECTION-STATS-COUNT.
036670     OPEN OUTPUT SECTION-STATS-FILE.
036674     IF SECTION-STATS-FILE-OK
036678         CLOSE SECTION-STATS-FILE
036682         OPEN I-O SECTION-STATS-FILE
036690     END-IF.
036691     IF NOT SECTION-STATS-FILE-OK
036691         DISPLAY "Unable to open the section statistics work "
036692             "file: sections appear in the combined totals only."
036692         MOVE "Y" TO SECTION-STATS-WARNED
036693     END-IF.
036693
036694*Brings back the section first seen SECTION-INDEX-th and prints
036694*its slice of the report
036695 REPORT-ONE-SECTION-STAT.
036695     MOVE SECTION-INDEX TO SSR-SEQUENCE.
036696     READ SECTION-STATS-FILE INTO SECTION-STAT
036696         KEY IS SSR-SEQUENCE
036697         INVALID KEY
036697             DISPLAY "Statistics for section number "
036698                 SECTION-INDEX " are missing."
036698         NOT INVALID KEY
036699             PERFORM DISPLAY-ONE-SECTION-REPORT
036699     END-READ.
036700
036710*Prints one section's slice of the grade report: frequencies,
036720*section average, and the section's honor-roll and at-risk
036760     PERFORM WRITE-REPORT-LINE.
036770     MOVE SPACES TO REPORT-DETAIL.
036780     STRING "----- Section "
036790         SECTION-STAT-CODE " -----"
036800         DELIMITED BY SIZE INTO REPORT-DETAIL.
036810     PERFORM WRITE-REPORT-LINE.
036820*With a catalog on hand the heading carries the course title
036830*and instructor instead of just the raw code
036840     IF CATALOG-FILE-OK
036850         MOVE SECTION-STAT-CODE TO CAT-SECTION-CODE
036870         READ CATALOG-FILE
036880             KEY IS CAT-SECTION-CODE
036890             INVALID KEY
036960         END-READ
036970         PERFORM WRITE-REPORT-LINE
036980     END-IF.
036990     MOVE SECTION-STAT-STUDENTS TO REPORT-COUNT-EDIT.
037010     MOVE SPACES TO REPORT-DETAIL.
037020     STRING "Students:" REPORT-COUNT-EDIT
037030         DELIMITED BY SIZE INTO REPORT-DETAIL.
037050     PERFORM DISPLAY-ONE-SECTION-FREQUENCY
037060         VARYING GRADE-INDEX FROM 1 BY 1
037070         UNTIL GRADE-INDEX > 5.
037080     IF SECTION-STAT-INCOMPLETE > 0
037090         MOVE SECTION-STAT-INCOMPLETE TO REPORT-COUNT-EDIT
037110         MOVE SPACES TO REPORT-DETAIL
037120         STRING "I:" REPORT-COUNT-EDIT " (incomplete)"
037130             DELIMITED BY SIZE INTO REPORT-DETAIL
037140         PERFORM WRITE-REPORT-LINE
037150     END-IF.
037160     IF SECTION-STAT-GRADED > 0
037170         COMPUTE AVERAGE-GRADE ROUNDED =
037180             SECTION-STAT-AVG-TOTAL / SECTION-STAT-GRADED
037200         MOVE AVERAGE-GRADE TO REPORT-AVG-EDIT
037210         MOVE SPACES TO REPORT-DETAIL
037220         STRING "Section average: " REPORT-AVG-EDIT "%"
037290     END-IF.
037300     MOVE "Honor roll (A):" TO REPORT-DETAIL.
037310     PERFORM WRITE-REPORT-LINE.
037320     IF SECTION-STAT-HONOR-COUNT = 0
037330         MOVE "  (none)" TO REPORT-DETAIL
037340         PERFORM WRITE-REPORT-LINE
037350     ELSE
037360         PERFORM DISPLAY-ONE-SECTION-HONOR
037370             VARYING NAME-INDEX FROM 1 BY 1
037380             UNTIL NAME-INDEX > SECTION-STAT-HONOR-COUNT
037400                 OR NAME-INDEX > 25
037410         IF SECTION-STAT-HONOR-COUNT > 25
037420             COMPUTE NAME-OVERFLOW-COUNT =
037430                 SECTION-STAT-HONOR-COUNT - 25
037440             PERFORM WRITE-OVERFLOW-REPORT-LINE
037450         END-IF
037460     END-IF.
037470     MOVE "At-risk (F):" TO REPORT-DETAIL.
037480     PERFORM WRITE-REPORT-LINE.
037490     IF SECTION-STAT-AT-RISK-COUNT = 0
037500         MOVE "  (none)" TO REPORT-DETAIL
037510         PERFORM WRITE-REPORT-LINE
037520     ELSE
037530         PERFORM DISPLAY-ONE-SECTION-AT-RISK
037540             VARYING NAME-INDEX FROM 1 BY 1
037550             UNTIL NAME-INDEX > SECTION-STAT-AT-RISK-COUNT
037570                 OR NAME-INDEX > 25
037580         IF SECTION-STAT-AT-RISK-COUNT > 25
037590             COMPUTE NAME-OVERFLOW-COUNT =
037600                 SECTION-STAT-AT-RISK-COUNT - 25
037620             PERFORM WRITE-OVERFLOW-REPORT-LINE
037630         END-IF
037640     END-IF.
037650
037660 DISPLAY-ONE-SECTION-FREQUENCY.
037670     IF SECTION-STAT-STUDENTS > 0
037680         COMPUTE GRADE-PERCENT ROUNDED =
037690             SECTION-STAT-FREQ(GRADE-INDEX)
037700                 * 100 / SECTION-STAT-STUDENTS
037710     ELSE
037720         MOVE 0 TO GRADE-PERCENT
037730     END-IF.
037740     MOVE SECTION-STAT-FREQ(GRADE-INDEX) TO REPORT-COUNT-EDIT.
037760     MOVE GRADE-PERCENT TO REPORT-PCT-EDIT.
037770     MOVE SPACES TO REPORT-DETAIL.
037780     STRING POSSIBLE_GRADES(GRADE-INDEX) ":"
037830 DISPLAY-ONE-SECTION-HONOR.
037840     MOVE SPACES TO REPORT-DETAIL.
037850     STRING "  "
037860         SECTION-STAT-HONOR-NAME(NAME-INDEX)
037870         DELIMITED BY SIZE INTO REPORT-DETAIL.
037880     PERFORM WRITE-REPORT-LINE.
037890
037900 DISPLAY-ONE-SECTION-AT-RISK.
037910     MOVE SPACES TO REPORT-DETAIL.
037920     STRING "  "
037930         SECTION-STAT-AT-RISK-NAME(NAME-INDEX)
037940         DELIMITED BY SIZE INTO REPORT-DETAIL.
037950     PERFORM WRITE-REPORT-LINE.
037960
038340         END-IF
038350     ELSE
038360         MOVE 0 TO DECLINE-COUNT
038380         MOVE SPACES TO DECLINE-CLUSTER-NAME
038390         MOVE "N" TO CURRENT-TERM-FOUND
038400         MOVE "N" TO PRIOR-TERM-FOUND
038410         MOVE TERM-CODE TO TERM-CODE-WORK
038420         PERFORM BUILD-TERM-SORT-KEY
038430         MOVE TERM-SORT-KEY TO CURRENT-TERM-SORT-KEY
038434         PERFORM OPEN-REPORT-FILE
038438         SORT DECLINE-SORT-FILE
038442             ON DESCENDING KEY DECLINE-AMOUNT
038446             ON ASCENDING KEY DECLINE-SEQUENCE
038450             INPUT PROCEDURE IS RELEASE-DECLINE-ENTRIES
038454             OUTPUT PROCEDURE IS PRINT-DECLINE-REPORT
038460         CLOSE GRADE-HISTORY-FILE
038500         PERFORM CLOSE-REPORT-FILE
038510     END-IF.
038520
038660             MOVE SCORE-EDITED TO DECLINE-THRESHOLD
038670         END-IF
038680     END-IF.
038681
038682*Input side of the decline sort: one pass over the history,
038683*releasing each declining student as their entries close out
038684 RELEASE-DECLINE-ENTRIES.
038685     MOVE "N" TO EOF-SWITCH.
038686     PERFORM READ-NEXT-DECLINE-ENTRY UNTIL EOF-REACHED.
038690
038700*Reads the next history entry. All of one student's entries are
038710*contiguous in key order, so a change of name (or end of file)
038880
038890*Files this entry into the cluster: the current term's entry is
038900*saved as-is; any other term competes, through the chronological
038905*key, to be the latest term still earlier than the current one.
038910*A withdrawal has no average to compare and is passed over, so
038915*a term the student withdrew from is neither side of a decline.
038920 NOTE-ONE-HISTORY-TERM.
038930     IF GH-LETTER-GRADE = "W"
038940         CONTINUE
038970     ELSE
038976         IF GH-TERM-CODE = TERM-CODE
038982             MOVE "Y" TO CURRENT-TERM-FOUND
038988             MOVE GH-AVERAGE TO CURRENT-GH-AVERAGE
038994             MOVE GH-LETTER-GRADE TO CURRENT-GH-LETTER
039000         ELSE
039006             MOVE GH-TERM-CODE TO TERM-CODE-WORK
039012             PERFORM BUILD-TERM-SORT-KEY
039018             IF TERM-SORT-KEY < CURRENT-TERM-SORT-KEY
039024                 AND (PRIOR-TERM-FOUND = "N"
039030                     OR TERM-SORT-KEY > PRIOR-SORT-KEY)
039036                 MOVE "Y" TO PRIOR-TERM-FOUND
039042                 MOVE TERM-SORT-KEY TO PRIOR-SORT-KEY
039048                 MOVE GH-TERM-CODE TO PRIOR-GH-TERM
039054                 MOVE GH-AVERAGE TO PRIOR-GH-AVERAGE
039060                 MOVE GH-LETTER-GRADE TO PRIOR-GH-LETTER
039066             END-IF
039080         END-IF
039090     END-IF.
039100
039360         AND CURRENT-LETTER-RANK < PRIOR-LETTER-RANK
039370         MOVE "Y" TO DECLINE-FLAGGED
039380     END-IF.
039383*A flagged student goes to the sort numbered in the order they
039386*were found, so equal declines keep history-key order
039390     IF DECLINE-FLAGGED = "Y"
039400         ADD 1 TO DECLINE-COUNT
039410         MOVE DECLINE-CLUSTER-NAME TO DECLINE-NAME
039420         MOVE PRIOR-GH-TERM TO DECLINE-PRIOR-TERM
039430         MOVE PRIOR-GH-AVERAGE TO DECLINE-PRIOR-AVERAGE
039440         MOVE PRIOR-GH-LETTER TO DECLINE-PRIOR-LETTER
039450         MOVE CURRENT-GH-AVERAGE TO DECLINE-CURRENT-AVERAGE
039460         MOVE CURRENT-GH-LETTER TO DECLINE-CURRENT-LETTER
039470         MOVE DECLINE-AMOUNT-WORK TO DECLINE-AMOUNT
039480         MOVE DECLINE-COUNT TO DECLINE-SEQUENCE
039490         RELEASE DECLINE-ENTRY
039590     END-IF.
039600
039610*Where each term's letter sits on the grade scale, lowest
039750         MOVE GRADE-INDEX TO CURRENT-LETTER-RANK
039760     END-IF.
039770
039780*Output side of the decline sort: largest decline first
039990 PRINT-DECLINE-REPORT.
040000     MOVE "DECLINE EARLY-WARNING REPORT" TO REPORT-TITLE.
040010     MOVE SPACES TO REPORT-COLUMN-HEADS.
040150         MOVE "  (no declining students)" TO REPORT-DETAIL
040160         PERFORM WRITE-REPORT-LINE
040170     ELSE
040180         MOVE "N" TO EOF-SWITCH
040190         PERFORM RETURN-NEXT-DECLINE-ENTRY
040200         PERFORM DISPLAY-ONE-DECLINE UNTIL EOF-REACHED
040310     END-IF.
040320
040321*Takes the next decline back from the decline sort
040322 RETURN-NEXT-DECLINE-ENTRY.
040323     RETURN DECLINE-SORT-FILE
040324         AT END
040325             MOVE "Y" TO EOF-SWITCH
040326     END-RETURN.
040327
040330 DISPLAY-ONE-DECLINE.
040340     MOVE DECLINE-AMOUNT TO REPORT-AVG-EDIT.
040350     MOVE DECLINE-PRIOR-AVERAGE TO REPORT-AVG2-EDIT.
040360     MOVE DECLINE-CURRENT-AVERAGE TO REPORT-PCT-EDIT.
040390     MOVE SPACES TO REPORT-DETAIL.
040400     STRING DECLINE-NAME " fell "
040410         REPORT-AVG-EDIT " points: "
040420         DECLINE-PRIOR-TERM " "
040430         REPORT-AVG2-EDIT "% ("
040440         DECLINE-PRIOR-LETTER ") -> "
040450         REPORT-PCT-EDIT "% ("
040460         DECLINE-CURRENT-LETTER ")"
040470         DELIMITED BY SIZE INTO REPORT-DETAIL.
040480     PERFORM WRITE-REPORT-LINE.
040485     PERFORM RETURN-NEXT-DECLINE-ENTRY.
040490
040500*Releases the student just processed to the rank sort, numbered
040510*in roster order so that tied averages keep that order
040530 SAVE-RANK-ENTRY.
040540     ADD 1 TO RANK-COUNT.
040550     MOVE STUDENT-NAME TO RANK-NAME.
040560     MOVE AVERAGE-GRADE TO RANK-AVERAGE.
040570     MOVE STUDENT-GRADE TO RANK-LETTER.
040580     MOVE RANK-COUNT TO RANK-SEQUENCE.
040590     RELEASE RANK-ENTRY.
040660
040670*Output side of the rank sort: the roster comes back highest
040680*average first. Each student is ranked, listed, and written to
040690*the extract in rank order with the rank the counselors used to
040700*compute by hand.
040710 RANK-STUDENTS.
040740     PERFORM PRINT-RANK-REPORT.
040750     MOVE 0 TO RANK-POSITION.
040760     MOVE "N" TO EOF-SWITCH.
040770     PERFORM RETURN-NEXT-RANK-ENTRY.
040780     PERFORM RANK-ONE-STUDENT UNTIL EOF-REACHED.
040800
040810*Takes the next student back from the rank sort
040820 RETURN-NEXT-RANK-ENTRY.
040830     RETURN RANK-SORT-FILE
040840         AT END
040850             MOVE "Y" TO EOF-SWITCH
040860     END-RETURN.
041000
041010*Competition ranking: a tie shares the better rank, and the
041020*next distinct average lands past the tied group. Percentile
041030*is the share of the class at or below this student's rank.
041032 RANK-ONE-STUDENT.
041034     ADD 1 TO RANK-POSITION.
041036     IF RANK-POSITION > 1
041038         AND RANK-AVERAGE = RANK-PRIOR-AVERAGE
041040         CONTINUE
041042     ELSE
041044         MOVE RANK-POSITION TO RANK-RANK
041046     END-IF.
041048     MOVE RANK-AVERAGE TO RANK-PRIOR-AVERAGE.
041050     COMPUTE RANK-PERCENTILE ROUNDED =
041052         (RANK-COUNT - RANK-RANK + 1) * 100 / RANK-COUNT.
041054     PERFORM DISPLAY-ONE-RANK.
041056     IF EXTRACT-FILE-OK
041058         PERFORM WRITE-ONE-RANKED-EXTRACT
041060     END-IF.
041062     PERFORM RETURN-NEXT-RANK-ENTRY.
041080
041090*Report heading and column line; the students follow as they
041100*come back from the sort
041220 PRINT-RANK-REPORT.
041230     MOVE "CLASS RANK REPORT" TO REPORT-TITLE.
041240     MOVE " RANK  PCTL  AVERAGE  GRADE  NAME"
041360         MOVE " RANK  PCTL  AVERAGE  GRADE  NAME"
041370             TO REPORT-DETAIL
041380         PERFORM WRITE-REPORT-LINE
041510     END-IF.
041520
041530 DISPLAY-ONE-RANK.
041540     MOVE RANK-RANK TO REPORT-RANK-EDIT.
041550     MOVE RANK-PERCENTILE TO REPORT-PCTL-EDIT.
041560     MOVE RANK-AVERAGE TO REPORT-AVG-EDIT.
041570     MOVE SPACES TO REPORT-DETAIL.
041580     STRING REPORT-RANK-EDIT "  "
041590         REPORT-PCTL-EDIT "  "
041600         REPORT-AVG-EDIT "%  "
041610         RANK-LETTER "      "
041620         RANK-NAME
041630         DELIMITED BY SIZE INTO REPORT-DETAIL.
041640     PERFORM WRITE-REPORT-LINE.
041650
041660 WRITE-ONE-RANKED-EXTRACT.
041670     MOVE RANK-NAME TO STUDENT-NAME.
041680     MOVE RANK-AVERAGE TO AVERAGE-GRADE.
041690     MOVE RANK-LETTER TO STUDENT-GRADE.
041700     MOVE RANK-RANK TO EXTRACT-RANK-SAVE.
041710     PERFORM WRITE-EXTRACT-RECORD.
041720
041730*Sweeps the grade history and the roster against each other:
045820*record stamped with the named run ID is collected and applied
045830*in reverse -- corrections restored to their before images,
045840*adds deleted -- so a record touched twice ends up back at its
045850*earliest state. The run's entries go through a sort, newest
045860*first, so the roster is not touched until every one of them is
045870*in hand.
045880 BACKOUT-POSTING-RUN.
045890     IF NOT UNATTENDED-RUN
045900         DISPLAY "Enter the posting journal filename: "
046020         END-IF
046030     ELSE
046040         MOVE 0 TO BACKOUT-COUNT
046060         MOVE 0 TO BACKOUT-RESTORED-COUNT
046070         MOVE 0 TO BACKOUT-REMOVED-COUNT
046080         MOVE 0 TO BACKOUT-ERROR-COUNT
046090         SORT BACKOUT-SORT-FILE
046100             ON DESCENDING KEY BACKOUT-SEQUENCE
046110             INPUT PROCEDURE IS COLLECT-JOURNAL-ENTRIES
046120             OUTPUT PROCEDURE IS REVERSE-BACKOUT-ENTRIES
046270     END-IF.
046271
046272*Input side of the backout sort: the run's journal entries,
046273*numbered in the order they were posted
046274 COLLECT-JOURNAL-ENTRIES.
046275     MOVE "N" TO EOF-SWITCH.
046276     PERFORM COLLECT-ONE-JOURNAL-ENTRY UNTIL EOF-REACHED.
046277     CLOSE JOURNAL-FILE.
046280
046290 COLLECT-ONE-JOURNAL-ENTRY.
046300     READ JOURNAL-FILE
046320             MOVE "Y" TO EOF-SWITCH
046330         NOT AT END
046340             IF JRN-RUN-ID = POSTING-RUN-ID
046350                 ADD 1 TO BACKOUT-COUNT
046360                 MOVE BACKOUT-COUNT TO BACKOUT-SEQUENCE
046370                 MOVE JRN-ACTION TO BACKOUT-ACTION
046380                 MOVE JRN-BEFORE-IMAGE TO BACKOUT-BEFORE
046390                 MOVE JRN-AFTER-IMAGE TO BACKOUT-AFTER
046400                 RELEASE BACKOUT-ENTRY
046460             END-IF
046470     END-READ.
046471
046472*Output side of the backout sort
046473 REVERSE-BACKOUT-ENTRIES.
046474     IF BACKOUT-COUNT = 0
046475         DISPLAY "No journal entries found for run "
046476             POSTING-RUN-ID "."
046477     ELSE
046478         PERFORM APPLY-BACKOUT-ENTRIES
046479     END-IF.
046480
046490*Opens the roster and walks the collected entries newest
046500*first, undoing each one and reporting what was reversed
046540     DISPLAY " ".
046550     DISPLAY "===== Backout of posting run " POSTING-RUN-ID
046560         " =====".
046570     MOVE "N" TO EOF-SWITCH.
046580     PERFORM RETURN-NEXT-BACKOUT-ENTRY.
046590     PERFORM APPLY-ONE-BACKOUT-ENTRY UNTIL EOF-REACHED.
046600     CLOSE GRADES-FILE.
046610     DISPLAY "Journal entries for run:  " BACKOUT-COUNT.
046620     DISPLAY "Corrections restored:     "
046690         MOVE 8 TO RETURN-CODE
046700     END-IF.
046710
046711*Takes the next journal entry back from the backout sort
046712 RETURN-NEXT-BACKOUT-ENTRY.
046713     RETURN BACKOUT-SORT-FILE
046714         AT END
046715             MOVE "Y" TO EOF-SWITCH
046716     END-RETURN.
046717
046720*A blank before image means the run added the record, so the
046730*backout deletes it; anything else is put back exactly as it
046740*was. A record the roster no longer has is re-created from
046750*the before image -- the restore wins either way.
046760 APPLY-ONE-BACKOUT-ENTRY.
046770     IF BACKOUT-BEFORE = SPACES
046780         MOVE BACKOUT-AFTER TO STUDENT
046790         MOVE STUDENT-ID TO STUDENT-RECORD-ID
046800         DELETE GRADES-FILE
046810             INVALID KEY
046880                     " (" STUDENT-NAME ")."
046890         END-DELETE
046900     ELSE
046910         MOVE BACKOUT-BEFORE TO STUDENT
046920         MOVE STUDENT-ID TO STUDENT-RECORD-ID
046930         READ GRADES-FILE
046940             KEY IS STUDENT-RECORD-ID
047180                 END-REWRITE
047190         END-READ
047200     END-IF.
047205     PERFORM RETURN-NEXT-BACKOUT-ENTRY.
047210
047220*Opens the incomplete tracking file for update, creating it
047230*on first use as the grade history is created
048220         END-IF
048230     ELSE
048240         MOVE 0 TO AGING-COUNT
048260         MOVE 0 TO AGING-OVERDUE-COUNT
048263         PERFORM OPEN-REPORT-FILE
048266*Section then student, so each section's outstanding
048269*incompletes print together
048272         SORT AGING-SORT-FILE
048275             ON ASCENDING KEY AGING-SECTION AGING-NAME
048278                 AGING-SEQUENCE
048281             INPUT PROCEDURE IS COLLECT-AGING-ENTRIES
048284             OUTPUT PROCEDURE IS PRINT-AGING-REPORT
048290         CLOSE INCOMPLETE-FILE
048300         MOVE "99" TO INCOMPLETE-FILE-STATUS
048340         PERFORM CLOSE-REPORT-FILE
048350     END-IF.
048351
048352*Input side of the aging sort: every outstanding incomplete on
048353*the tracking file
048354 COLLECT-AGING-ENTRIES.
048355     MOVE "N" TO EOF-SWITCH.
048356     PERFORM COLLECT-ONE-AGING-ENTRY UNTIL EOF-REACHED.
048360
048370 COLLECT-ONE-AGING-ENTRY.
048380     READ INCOMPLETE-FILE NEXT RECORD
048450     END-READ.
048460
048470 NOTE-ONE-AGING-ENTRY.
048472     ADD 1 TO AGING-COUNT.
048474     MOVE IT-SECTION TO AGING-SECTION.
048476     MOVE IT-STUDENT-NAME TO AGING-NAME.
048478     MOVE IT-TERM-CODE TO AGING-TERM.
048480     MOVE IT-DEADLINE-TERM TO AGING-DEADLINE.
048482     MOVE AGING-COUNT TO AGING-SEQUENCE.
048484     MOVE IT-DEADLINE-TERM TO TERM-CODE-WORK.
048486     PERFORM BUILD-TERM-SORT-KEY.
048488     IF TERM-SORT-KEY < ASOF-SORT-KEY
048490         MOVE "Y" TO AGING-OVERDUE
048492         ADD 1 TO AGING-OVERDUE-COUNT
048500     ELSE
048510         MOVE "N" TO AGING-OVERDUE
048650     END-IF.
048660     RELEASE AGING-ENTRY.
048870
048880 PRINT-AGING-REPORT.
048890     MOVE "INCOMPLETE AGING REPORT" TO REPORT-TITLE.
049060             TO REPORT-DETAIL
049070         PERFORM WRITE-REPORT-LINE
049080     ELSE
049090         MOVE "N" TO EOF-SWITCH
049100         PERFORM RETURN-NEXT-AGING-ENTRY
049110         PERFORM PRINT-ONE-AGING-ENTRY UNTIL EOF-REACHED
049160     END-IF.
049170     MOVE AGING-COUNT TO REPORT-COUNT-EDIT.
049180     MOVE SPACES TO REPORT-DETAIL.
049250         DELIMITED BY SIZE INTO REPORT-DETAIL.
049260     PERFORM WRITE-REPORT-LINE.
049270
049271*Takes the next incomplete back from the aging sort
049272 RETURN-NEXT-AGING-ENTRY.
049273     RETURN AGING-SORT-FILE
049274         AT END
049275             MOVE "Y" TO EOF-SWITCH
049276     END-RETURN.
049277
049280 PRINT-ONE-AGING-ENTRY.
049290     MOVE SPACES TO REPORT-DETAIL.
049300     IF AGING-OVERDUE = "Y"
049310         STRING AGING-SECTION "   "
049320             AGING-NAME "  "
049330             AGING-TERM "  "
049340             AGING-DEADLINE "    OVERDUE"
049350             DELIMITED BY SIZE INTO REPORT-DETAIL
049360     ELSE
049370         STRING AGING-SECTION "   "
049380             AGING-NAME "  "
049390             AGING-TERM "  "
049400             AGING-DEADLINE "    DUE"
049410             DELIMITED BY SIZE INTO REPORT-DETAIL
049420     END-IF.
049430     PERFORM WRITE-REPORT-LINE.
049435     PERFORM RETURN-NEXT-AGING-ENTRY.
049440
049450*Lapse processing: every outstanding incomplete whose
049460*deadline term is already past as of the given term is
053560         END-IF
053570     ELSE
053580         MOVE 0 TO WL-COUNT
053600         MOVE 0 TO WL-SWEPT-COUNT
053605         MOVE 0 TO WITHDRAWN-SKIPPED-COUNT
053610         MOVE 0 TO WL-F-COUNT
053620         MOVE 0 TO WL-INC-COUNT
053630         MOVE 0 TO WL-DEC-COUNT
053640*Lowest current average to the top -- the student in the
053650*deepest trouble is the first line the advising office sees
053660         SORT WORKLIST-SORT-FILE
053670             ON ASCENDING KEY WL-E-AVERAGE WL-E-SEQUENCE
053680             INPUT PROCEDURE IS FLAG-WORKLIST-STUDENTS
053690             OUTPUT PROCEDURE IS WRITE-WORKLIST-RECORDS
053710         CLOSE WORKLIST-FILE
053720         CLOSE GRADES-FILE
053730         IF GRADE-HISTORY-FILE-OK
053750         END-IF
053760         PERFORM DISPLAY-WORKLIST-SUMMARY
053770     END-IF.
053772
053774 FLAG-WORKLIST-STUDENTS.
053776     MOVE "N" TO EOF-SWITCH.
053778     PERFORM FLAG-NEXT-WORKLIST-STUDENT UNTIL EOF-REACHED.
053780
053790 FLAG-NEXT-WORKLIST-STUDENT.
053800     READ GRADES-FILE NEXT RECORD INTO STUDENT
053860     END-READ.
053870
053880*Scores the student as the grading modes would, checks their
053885*history for a decline, and keeps them if any signal fired. A
053890*student who withdrew this term is past outreach and is left
053895*off the list.
053900 FLAG-ONE-WORKLIST-STUDENT.
053901     PERFORM CHECK-TERM-WITHDRAWAL.
053902     IF TERM-WITHDRAWN = "Y"
053903         ADD 1 TO WITHDRAWN-SKIPPED-COUNT
053904     ELSE
053905         PERFORM FLAG-ENROLLED-WORKLIST-STUDENT
053906     END-IF.
053907
053908 FLAG-ENROLLED-WORKLIST-STUDENT.
053910     PERFORM AVERAGE.
053920     PERFORM DETERMINE-LETTER-GRADE.
053930     MOVE "N" TO WL-FLAGGED.
054600             END-IF
054610     END-READ.
054620
054630*Releases the flagged student to the worst-first sort, numbered
054640*in roster order so equal averages keep that order
054660 SAVE-ONE-WORKLIST-ENTRY.
054670     ADD 1 TO WL-COUNT.
054680     MOVE STUDENT-ID TO WL-E-ID.
054690     MOVE STUDENT-NAME TO WL-E-NAME.
054700     MOVE STUDENT-SECTION TO WL-E-SECTION.
054710     MOVE AVERAGE-GRADE TO WL-E-AVERAGE.
054720     MOVE STUDENT-GRADE TO WL-E-LETTER.
054730     IF STUDENT-GRADE = "F"
054740         MOVE "F" TO WL-E-FLAG-F
054920     ELSE
054930         MOVE SPACE TO WL-E-FLAG-F
054950     END-IF.
054951     IF STUDENT-GRADE = "I"
054951         MOVE "I" TO WL-E-FLAG-I
054952     ELSE
054952         MOVE SPACE TO WL-E-FLAG-I
054953     END-IF.
054954     IF DECLINE-FLAGGED = "Y"
054954         MOVE "D" TO WL-E-FLAG-D
054955         MOVE DECLINE-AMOUNT-WORK TO WL-E-DECLINE
054956     ELSE
054956         MOVE SPACE TO WL-E-FLAG-D
054957         MOVE 0 TO WL-E-DECLINE
054958     END-IF.
054958     MOVE WL-COUNT TO WL-E-SEQUENCE.
054959     RELEASE WL-ENTRY.
054960
054970*Output side of the worklist sort
054980 WRITE-WORKLIST-RECORDS.
054990     MOVE "N" TO EOF-SWITCH.
055000     PERFORM RETURN-NEXT-WORKLIST-ENTRY.
055010     PERFORM WRITE-ONE-WORKLIST-RECORD UNTIL EOF-REACHED.
055040
055050*Takes the next student back from the worklist sort
055060 RETURN-NEXT-WORKLIST-ENTRY.
055070     RETURN WORKLIST-SORT-FILE
055080         AT END
055090             MOVE "Y" TO EOF-SWITCH
055100     END-RETURN.
055180
055190 WRITE-ONE-WORKLIST-RECORD.
055200     MOVE WL-E-ID TO WL-STUDENT-ID.
055210     MOVE WL-E-NAME TO WL-STUDENT-NAME.
055220     MOVE WL-E-SECTION TO WL-SECTION.
055230     MOVE WL-E-AVERAGE TO WL-AVERAGE.
055240     MOVE WL-E-LETTER TO WL-LETTER.
055250     MOVE WL-E-FLAG-F TO WL-FLAG-F.
055260     MOVE WL-E-FLAG-I TO WL-FLAG-I.
055270     MOVE WL-E-FLAG-D TO WL-FLAG-D.
055280     MOVE WL-E-DECLINE TO WL-DECLINE-AMOUNT.
055290     WRITE WORKLIST-RECORD.
055300     PERFORM RETURN-NEXT-WORKLIST-ENTRY.
055570
055580 DISPLAY-WORKLIST-SUMMARY.
055590     DISPLAY " ".
055610     DISPLAY "Current term:           " TERM-CODE.
055620     DISPLAY "Students swept:         " WL-SWEPT-COUNT.
055630     DISPLAY "Students on worklist:   " WL-COUNT.
055690     DISPLAY "Failing (F):            " WL-F-COUNT.
055700     DISPLAY "Incomplete (I):         " WL-INC-COUNT.
055710     DISPLAY "Declining (D):          " WL-DEC-COUNT.
055720     DISPLAY "Withdrawn, left off:    " WITHDRAWN-SKIPPED-COUNT.
055730
055740*Academic standing: every roster student with a grade history
055750*entry for the term gets a credit-weighted term GPA and a
055760*cumulative GPA over every term on file up to and including it,
055770*from the grade points table and the catalog credit hours of
055780*the section each grade was earned in. Incompletes and
055790*withdrawals carry neither points nor hours. The standing
055800*decided from the thresholds goes to the printed report and to
055810*a fixed-width file in student ID order for the registrar, in
055820*place of the spreadsheet the dean's office keeps by hand.
055830 ACADEMIC-STANDING-RUN.
055840     IF NOT UNATTENDED-RUN
055850         DISPLAY "Enter the grade points filename (blank for "
055860             "the 4-point scale): " WITH NO ADVANCING
055870         ACCEPT GRADE-POINTS-FILENAME
055880         DISPLAY "Enter the grade history filename: "
055890             WITH NO ADVANCING
055900         ACCEPT GRADE-HISTORY-FILENAME
055910         DISPLAY "Enter the course catalog filename: "
055920             WITH NO ADVANCING
055930         ACCEPT CATALOG-FILENAME
055940         DISPLAY "Enter the term code (e.g. 2026FA): "
055950             WITH NO ADVANCING
055960         ACCEPT TERM-CODE
055970         PERFORM ACCEPT-STANDING-THRESHOLDS
055980         DISPLAY "Enter the standing filename: "
055990             WITH NO ADVANCING
056000         ACCEPT STANDING-FILENAME
056010         DISPLAY "Enter the report filename (blank for "
056020             "console only): " WITH NO ADVANCING
056030         ACCEPT REPORT-FILENAME
056040     END-IF.
056050     IF GRADE-POINTS-FILENAME NOT = SPACES
056060         PERFORM LOAD-GRADE-POINTS-TABLE
056070     END-IF.
056080     MOVE TERM-CODE TO TERM-CODE-WORK.
056090     PERFORM BUILD-TERM-SORT-KEY.
056100     MOVE TERM-SORT-KEY TO CURRENT-TERM-SORT-KEY.
056110     MOVE "Y" TO STANDING-OPEN-OK.
056120     IF SUSPENSION-GPA > PROBATION-GPA
056130         OR PROBATION-GPA > DEANS-LIST-GPA
056140         DISPLAY "GPA thresholds must rise from suspension to "
056150             "probation to dean's list."
056160         MOVE "N" TO STANDING-OPEN-OK
056170     END-IF.
056180     IF STANDING-OPEN-OK = "Y"
056190         PERFORM OPEN-STANDING-FILES
056200         IF STANDING-OPEN-OK = "Y"
056210             PERFORM WRITE-ACADEMIC-STANDINGS
056220         END-IF
056230         PERFORM CLOSE-STANDING-FILES
056240     END-IF.
056250     IF STANDING-OPEN-OK = "N"
056260         DISPLAY "Standing run abandoned, no standings were "
056270             "written."
056280         IF UNATTENDED-RUN
056290             PERFORM FAIL-UNATTENDED-RUN
056300         END-IF
056310     END-IF.
056320
056330*Opens the roster, catalog and history for reading, and only
056340*once all of them are open replaces the registrar's standing
056350*file, so an abandoned run leaves the last one in place
056360 OPEN-STANDING-FILES.
056370     OPEN INPUT GRADES-FILE.
056380     PERFORM REPROMPT-FOR-FILENAME UNTIL GRADES-FILE-OK.
056390*    Credit hours live only in the catalog, so unlike the
056400*    grading modes this run cannot go on without it
056410     OPEN INPUT CATALOG-FILE.
056420     IF NOT CATALOG-FILE-OK
056430         DISPLAY "Unable to open " CATALOG-FILENAME
056440             ", credit hours are not available."
056450         MOVE "N" TO STANDING-OPEN-OK
056460     END-IF.
056470     OPEN INPUT GRADE-HISTORY-FILE.
056480     IF NOT GRADE-HISTORY-FILE-OK
056490         DISPLAY "Unable to open " GRADE-HISTORY-FILENAME "."
056500         MOVE "N" TO STANDING-OPEN-OK
056510     END-IF.
056520     IF STANDING-OPEN-OK = "Y"
056530         OPEN OUTPUT STANDING-FILE
056540         IF NOT STANDING-FILE-OK
056550             DISPLAY "Unable to open " STANDING-FILENAME "."
056560             MOVE "N" TO STANDING-OPEN-OK
056570         END-IF
056580     END-IF.
056590
056600*Every roster student's standing to the report and the file
056610 WRITE-ACADEMIC-STANDINGS.
056620     MOVE 0 TO STANDING-EXAMINED-COUNT.
056630     MOVE 0 TO STANDING-NOT-ENROLLED-COUNT.
056640     MOVE 0 TO STANDING-DEANS-COUNT.
056650     MOVE 0 TO STANDING-GOOD-COUNT.
056660     MOVE 0 TO STANDING-PROBATION-COUNT.
056670     MOVE 0 TO STANDING-SUSPENSION-COUNT.
056680     MOVE 0 TO STANDING-NO-HOURS-COUNT.
056690     PERFORM OPEN-REPORT-FILE.
056700     PERFORM BEGIN-STANDING-REPORT.
056710     MOVE "N" TO EOF-SWITCH.
056720     PERFORM STANDING-NEXT-STUDENT UNTIL EOF-REACHED.
056730     PERFORM PRINT-STANDING-SUMMARY.
056740     PERFORM CLOSE-REPORT-FILE.
056750*    A grade whose section has no catalog entry was left out of
056760*    the GPA; the standings stand, but someone must look
056770     IF STANDING-NO-HOURS-COUNT > 0 AND UNATTENDED-RUN
056780         AND RETURN-CODE = 0
056790         MOVE 4 TO RETURN-CODE
056800     END-IF.
056810
056820*Closes whatever the standing run opened
056830 CLOSE-STANDING-FILES.
056840     CLOSE GRADES-FILE.
056850     IF GRADE-HISTORY-FILE-OK
056860         CLOSE GRADE-HISTORY-FILE
056870     END-IF.
056880     IF STANDING-FILE-OK
056890         CLOSE STANDING-FILE
056900         MOVE "99" TO STANDING-FILE-STATUS
056910     END-IF.
056920     IF CATALOG-FILE-OK
056930         CLOSE CATALOG-FILE
056940         MOVE "99" TO CATALOG-FILE-STATUS
056950     END-IF.
056960
056970*The three thresholds, each entered in hundredths the way the
056980*decline threshold is entered in whole points
056990 ACCEPT-STANDING-THRESHOLDS.
057000     MOVE DEANS-LIST-GPA TO GPA-ENTRY-VALUE.
057010     MOVE "Enter the dean's list GPA in hundredths (blank for "
057020         TO GPA-ENTRY-PROMPT.
057030     MOVE "N" TO SCORE-ENTRY-VALID.
057040     PERFORM ACCEPT-GPA-THRESHOLD-ENTRY
057050         UNTIL SCORE-ENTRY-VALID = "Y".
057060     MOVE GPA-ENTRY-VALUE TO DEANS-LIST-GPA.
057070     MOVE PROBATION-GPA TO GPA-ENTRY-VALUE.
057080     MOVE "Enter the probation GPA in hundredths (blank for "
057090         TO GPA-ENTRY-PROMPT.
057100     MOVE "N" TO SCORE-ENTRY-VALID.
057110     PERFORM ACCEPT-GPA-THRESHOLD-ENTRY
057120         UNTIL SCORE-ENTRY-VALID = "Y".
057130     MOVE GPA-ENTRY-VALUE TO PROBATION-GPA.
057140     MOVE SUSPENSION-GPA TO GPA-ENTRY-VALUE.
057150     MOVE "Enter the suspension GPA in hundredths (blank for "
057160         TO GPA-ENTRY-PROMPT.
057170     MOVE "N" TO SCORE-ENTRY-VALID.
057180     PERFORM ACCEPT-GPA-THRESHOLD-ENTRY
057190         UNTIL SCORE-ENTRY-VALID = "Y".
057200     MOVE GPA-ENTRY-VALUE TO SUSPENSION-GPA.
057210
057220*Shows the prompt with the threshold now in force; blank keeps
057230*it, e.g. 350 replaces it with 3.50
057240 ACCEPT-GPA-THRESHOLD-ENTRY.
057250     MOVE GPA-ENTRY-VALUE TO REPORT-GPA-EDIT.
057260     DISPLAY GPA-ENTRY-PROMPT.
057270     DISPLAY "  " REPORT-GPA-EDIT "): " WITH NO ADVANCING.
057280     ACCEPT SCORE-ENTRY.
057290     PERFORM EDIT-SCORE-ENTRY.
057300     IF SCORE-ENTRY-VALID = "N"
057310         DISPLAY "Threshold must be up to 3 digits of "
057320             "hundredths or blank, try again."
057330     ELSE
057340         IF SCORE-EDITED NOT = SPACES
057350             MOVE SCORE-EDITED TO GPA-ENTRY-HUNDREDTHS
057360             COMPUTE GPA-ENTRY-VALUE =
057370                 GPA-ENTRY-HUNDREDTHS / 100
057380         END-IF
057390     END-IF.
057400
057410*Initializes the grade points table to the usual four-point
057420*scale: A 4, B 3, C 2, D 1, F 0
057430 SET-GRADE-POINTS.
057440     MOVE "A" TO GPT-LETTER(1).
057450     MOVE 4 TO GPT-POINTS(1).
057460     MOVE "B" TO GPT-LETTER(2).
057470     MOVE 3 TO GPT-POINTS(2).
057480     MOVE "C" TO GPT-LETTER(3).
057490     MOVE 2 TO GPT-POINTS(3).
057500     MOVE "D" TO GPT-LETTER(4).
057510     MOVE 1 TO GPT-POINTS(4).
057520     MOVE "F" TO GPT-LETTER(5).
057530     MOVE 0 TO GPT-POINTS(5).
057540     MOVE 5 TO GRADE-POINTS-COUNT.
057550
057560*Reloads the grade points table from GRADE-POINTS-FILE, in any
057570*letter order, up to ten single-character letters. A named file
057580*that cannot be used, or that holds more lines than the table,
057590*fails an unattended run: a standing decided on the wrong scale
057600*is worse than none.
057610 LOAD-GRADE-POINTS-TABLE.
057620     OPEN INPUT GRADE-POINTS-FILE.
057630     IF GRADE-POINTS-FILE-STATUS NOT = "00"
057640         DISPLAY "Unable to open grade points file, "
057650             "using the 4-point scale."
057660         IF UNATTENDED-RUN
057670             PERFORM FAIL-UNATTENDED-RUN
057680         END-IF
057690     ELSE
057700         MOVE 0 TO GRADE-POINTS-COUNT
057710         MOVE "N" TO EOF-SWITCH
057720         MOVE "N" TO GRADE-POINTS-EXCESS
057730         PERFORM LOAD-ONE-GRADE-POINTS
057740             UNTIL EOF-REACHED OR GRADE-POINTS-COUNT >= 10
057750         IF NOT EOF-REACHED
057760             PERFORM CHECK-GRADE-POINTS-EXCESS
057770         END-IF
057780         CLOSE GRADE-POINTS-FILE
057790         IF GRADE-POINTS-EXCESS = "Y"
057800             DISPLAY "Warning: grade points lines past the "
057810                 "tenth were ignored."
057820             IF UNATTENDED-RUN
057830                 PERFORM FAIL-UNATTENDED-RUN
057840             END-IF
057850         END-IF
057860         IF GRADE-POINTS-COUNT = 0
057870             DISPLAY "Grade points file has no usable lines, "
057880                 "using the 4-point scale."
057890             PERFORM SET-GRADE-POINTS
057900             IF UNATTENDED-RUN
057910                 PERFORM FAIL-UNATTENDED-RUN
057920             END-IF
057930         END-IF
057940     END-IF.
057950
057960*With the table full, any line still left in the file is one
057970*that did not fit
057980 CHECK-GRADE-POINTS-EXCESS.
057990     READ GRADE-POINTS-FILE
058000         AT END
058010             MOVE "Y" TO EOF-SWITCH
058020         NOT AT END
058030             MOVE "Y" TO GRADE-POINTS-EXCESS
058040     END-READ.
058050
058060 LOAD-ONE-GRADE-POINTS.
058070     READ GRADE-POINTS-FILE
058080         AT END
058090             MOVE "Y" TO EOF-SWITCH
058100         NOT AT END
058110             IF GP-POINTS NUMERIC AND GP-LETTER NOT = SPACE
058120                 ADD 1 TO GRADE-POINTS-COUNT
058130                 MOVE GP-LETTER TO GPT-LETTER(GRADE-POINTS-COUNT)
058140                 MOVE GP-POINTS TO GPT-POINTS(GRADE-POINTS-COUNT)
058150             ELSE
058160                 DISPLAY "Grade points line " GRADE-POINTS-RECORD
058170                     " is not a letter and 3 digits, skipped."
058180             END-IF
058190     END-READ.
058200
058210*The page heading, column headings, and the thresholds the
058220*standings below were decided by
058230 BEGIN-STANDING-REPORT.
058240     MOVE "ACADEMIC STANDING REPORT" TO REPORT-TITLE.
058250     MOVE SPACES TO REPORT-COLUMN-HEADS.
058260     STRING "ID         NAME                  TERM HRS   GPA"
058270         "   CUM HRS   GPA  STANDING"
058280         DELIMITED BY SIZE INTO REPORT-COLUMN-HEADS.
058290     PERFORM BEGIN-REPORT.
058300     MOVE SPACES TO REPORT-DETAIL.
058310     PERFORM WRITE-REPORT-LINE.
058320     MOVE "===== Academic Standing Report =====" TO REPORT-DETAIL.
058330     PERFORM WRITE-REPORT-LINE.
058340     MOVE DEANS-LIST-GPA TO REPORT-GPA-EDIT.
058350     MOVE PROBATION-GPA TO REPORT-GPA2-EDIT.
058360     MOVE SUSPENSION-GPA TO REPORT-GPA3-EDIT.
058370     MOVE SPACES TO REPORT-DETAIL.
058380     STRING "Term: " TERM-CODE "   Dean's list " REPORT-GPA-EDIT
058390         "  Probation below " REPORT-GPA2-EDIT
058400         "  Suspension below " REPORT-GPA3-EDIT
058410         DELIMITED BY SIZE INTO REPORT-DETAIL.
058420     PERFORM WRITE-REPORT-LINE.
058430
058440 STANDING-NEXT-STUDENT.
058450     READ GRADES-FILE NEXT RECORD INTO STUDENT
058460         AT END
058470             MOVE "Y" TO EOF-SWITCH
058480         NOT AT END
058490             ADD 1 TO STANDING-EXAMINED-COUNT
058500             PERFORM ASSESS-ONE-STANDING
058510     END-READ.
058520
058530*Walks the student's history entries, as the worklist decline
058540*check does, weighing every term up to and including this one.
058550*A student with no entry for the term was not enrolled in it
058560*and gets no standing line.
058570 ASSESS-ONE-STANDING.
058580     MOVE 0 TO TERM-QUALITY-POINTS.
058590     MOVE 0 TO TERM-CREDIT-HOURS.
058600     MOVE 0 TO CUM-QUALITY-POINTS.
058610     MOVE 0 TO CUM-CREDIT-HOURS.
058620     MOVE "N" TO STANDING-TERM-FOUND.
058630     MOVE "N" TO STANDING-HISTORY-DONE.
058640     MOVE STUDENT-NAME TO GH-STUDENT-NAME.
058650     MOVE LOW-VALUES TO GH-TERM-CODE.
058660     START GRADE-HISTORY-FILE
058670         KEY IS NOT LESS THAN GH-KEY
058680         INVALID KEY
058690             MOVE "Y" TO STANDING-HISTORY-DONE
058700     END-START.
058710     PERFORM NOTE-ONE-STANDING-TERM
058720         UNTIL STANDING-HISTORY-DONE = "Y".
058730     IF STANDING-TERM-FOUND = "N"
058740         ADD 1 TO STANDING-NOT-ENROLLED-COUNT
058750     ELSE
058760         PERFORM DECIDE-ACADEMIC-STANDING
058770         PERFORM WRITE-STANDING-RECORD
058780         PERFORM PRINT-ONE-STANDING-LINE
058790     END-IF.
058800
058810*A later term than the one being assessed never counts toward
058820*its standing -- compared through the derived sort key, since
058830*raw term codes do not collate in term order
058840 NOTE-ONE-STANDING-TERM.
058850     READ GRADE-HISTORY-FILE NEXT RECORD
058860         AT END
058870             MOVE "Y" TO STANDING-HISTORY-DONE
058880         NOT AT END
058890             IF GH-STUDENT-NAME NOT = STUDENT-NAME
058900                 MOVE "Y" TO STANDING-HISTORY-DONE
058910             ELSE
058920                 MOVE GH-TERM-CODE TO TERM-CODE-WORK
058930                 PERFORM BUILD-TERM-SORT-KEY
058940                 IF TERM-SORT-KEY NOT > CURRENT-TERM-SORT-KEY
058950                     PERFORM WEIGH-ONE-HISTORY-ENTRY
058960                 END-IF
058970             END-IF
058980     END-READ.
058990
059000*Adds one graded entry's quality points (grade points times
059010*credit hours) and hours into the cumulative totals, and into
059020*the term totals when it is the term being assessed. The hours
059030*are those of the section the grade was earned in, or of the
059040*student's roster section for an entry recorded before history
059050*carried the section. A section missing from the catalog leaves
059060*the entry out and is reported.
059070 WEIGH-ONE-HISTORY-ENTRY.
059080     IF GH-TERM-CODE = TERM-CODE
059090         MOVE "Y" TO STANDING-TERM-FOUND
059100     END-IF.
059110     PERFORM FIND-GRADE-POINTS.
059120     IF GPA-LETTER-COUNTS = "Y"
059130         IF GH-SECTION = SPACES
059140             MOVE STUDENT-SECTION TO SECTION-CHECK
059150         ELSE
059160             MOVE GH-SECTION TO SECTION-CHECK
059170         END-IF
059180         PERFORM CHECK-SECTION-IN-CATALOG
059190         IF SECTION-VALID = "N"
059200             ADD 1 TO STANDING-NO-HOURS-COUNT
059210             DISPLAY "No catalog credit hours for "
059220                 GH-STUDENT-NAME " term " GH-TERM-CODE
059230                 " section " SECTION-CHECK ", left out of GPA."
059240         ELSE
059250             MOVE CAT-CREDIT-HOURS TO GPA-ENTRY-HOURS
059260             COMPUTE CUM-QUALITY-POINTS = CUM-QUALITY-POINTS
059270                 + GPA-LETTER-POINTS * GPA-ENTRY-HOURS
059280             ADD GPA-ENTRY-HOURS TO CUM-CREDIT-HOURS
059290             IF GH-TERM-CODE = TERM-CODE
059300                 COMPUTE TERM-QUALITY-POINTS =
059310                     TERM-QUALITY-POINTS
059320                         + GPA-LETTER-POINTS * GPA-ENTRY-HOURS
059330                 ADD GPA-ENTRY-HOURS TO TERM-CREDIT-HOURS
059340             END-IF
059350         END-IF
059360     END-IF.
059370
059380*Looks the entry's letter up in the grade points table. An
059390*Incomplete or a Withdrawal never counts, whatever the file
059400*says; any other letter the table lacks does not count either.
059410 FIND-GRADE-POINTS.
059420     MOVE "N" TO GPA-LETTER-COUNTS.
059430     MOVE 0 TO GPA-LETTER-POINTS.
059440     IF GH-LETTER-GRADE NOT = "I" AND GH-LETTER-GRADE NOT = "W"
059450         PERFORM MATCH-ONE-GRADE-POINTS
059460             VARYING GRADE-POINTS-INDEX FROM 1 BY 1
059470             UNTIL GRADE-POINTS-INDEX > GRADE-POINTS-COUNT
059480             OR GPA-LETTER-COUNTS = "Y"
059490     END-IF.
059500
059510 MATCH-ONE-GRADE-POINTS.
059520     IF GPT-LETTER(GRADE-POINTS-INDEX) = GH-LETTER-GRADE
059530         MOVE GPT-POINTS(GRADE-POINTS-INDEX) TO GPA-LETTER-POINTS
059540         MOVE "Y" TO GPA-LETTER-COUNTS
059550     END-IF.
059560
059570*Suspension and probation go by the cumulative GPA, the dean's
059580*list by the term GPA on a term with graded hours. A student
059590*with no graded hours at all has nothing to judge and stays in
059600*good standing.
059610 DECIDE-ACADEMIC-STANDING.
059620     IF TERM-CREDIT-HOURS > 0
059630         COMPUTE TERM-GPA ROUNDED =
059640             TERM-QUALITY-POINTS / TERM-CREDIT-HOURS
059650     ELSE
059660         MOVE 0 TO TERM-GPA
059670     END-IF.
059680     IF CUM-CREDIT-HOURS > 0
059690         COMPUTE CUM-GPA ROUNDED =
059700             CUM-QUALITY-POINTS / CUM-CREDIT-HOURS
059710     ELSE
059720         MOVE 0 TO CUM-GPA
059730     END-IF.
059740     IF CUM-CREDIT-HOURS > 0 AND CUM-GPA < SUSPENSION-GPA
059750         MOVE "S" TO STANDING-CODE
059760         MOVE "SUSPENSION" TO STANDING-LABEL
059770         ADD 1 TO STANDING-SUSPENSION-COUNT
059780     ELSE
059790         IF CUM-CREDIT-HOURS > 0 AND CUM-GPA < PROBATION-GPA
059800             MOVE "P" TO STANDING-CODE
059810             MOVE "PROBATION" TO STANDING-LABEL
059820             ADD 1 TO STANDING-PROBATION-COUNT
059830         ELSE
059840             IF TERM-CREDIT-HOURS > 0
059850                 AND TERM-GPA NOT < DEANS-LIST-GPA
059860                 MOVE "D" TO STANDING-CODE
059870                 MOVE "DEAN'S LIST" TO STANDING-LABEL
059880                 ADD 1 TO STANDING-DEANS-COUNT
059890             ELSE
059900                 MOVE "G" TO STANDING-CODE
059910                 MOVE "GOOD STANDING" TO STANDING-LABEL
059920                 ADD 1 TO STANDING-GOOD-COUNT
059930             END-IF
059940         END-IF
059950     END-IF.
059960
059970 WRITE-STANDING-RECORD.
059980     MOVE STUDENT-ID TO ST-STUDENT-ID.
059990     MOVE STUDENT-NAME TO ST-STUDENT-NAME.
060000     MOVE TERM-CODE TO ST-TERM-CODE.
060010     MOVE TERM-CREDIT-HOURS TO ST-TERM-HOURS.
060020     MOVE TERM-GPA TO ST-TERM-GPA.
060030     MOVE CUM-CREDIT-HOURS TO ST-CUM-HOURS.
060040     MOVE CUM-GPA TO ST-CUM-GPA.
060050     MOVE STANDING-CODE TO ST-STANDING.
060060     WRITE STANDING-RECORD.
060070     IF NOT STANDING-FILE-OK
060080         DISPLAY "Unable to write standing record for "
060090             STUDENT-NAME "."
060100     END-IF.
060110
060120 PRINT-ONE-STANDING-LINE.
060130     MOVE TERM-CREDIT-HOURS TO REPORT-HOURS-EDIT.
060140     MOVE TERM-GPA TO REPORT-GPA-EDIT.
060150     MOVE CUM-CREDIT-HOURS TO REPORT-HOURS2-EDIT.
060160     MOVE CUM-GPA TO REPORT-GPA2-EDIT.
060170     MOVE SPACES TO REPORT-DETAIL.
060180     STRING STUDENT-ID "  " STUDENT-NAME "      "
060190         REPORT-HOURS-EDIT "  " REPORT-GPA-EDIT "      "
060200         REPORT-HOURS2-EDIT "  " REPORT-GPA2-EDIT "  "
060210         STANDING-LABEL
060220         DELIMITED BY SIZE INTO REPORT-DETAIL.
060230     PERFORM WRITE-REPORT-LINE.
060240
060250 PRINT-STANDING-SUMMARY.
060260     MOVE SPACES TO REPORT-DETAIL.
060270     PERFORM WRITE-REPORT-LINE.
060280     MOVE "----- Standing totals -----" TO REPORT-DETAIL.
060290     PERFORM WRITE-REPORT-LINE.
060300     MOVE STANDING-EXAMINED-COUNT TO REPORT-COUNT-EDIT.
060310     MOVE SPACES TO REPORT-DETAIL.
060320     STRING "Roster students examined:" REPORT-COUNT-EDIT
060330         DELIMITED BY SIZE INTO REPORT-DETAIL.
060340     PERFORM WRITE-REPORT-LINE.
060350     MOVE STANDING-NOT-ENROLLED-COUNT TO REPORT-COUNT-EDIT.
060360     MOVE SPACES TO REPORT-DETAIL.
060370     STRING "No entry for the term:   " REPORT-COUNT-EDIT
060380         DELIMITED BY SIZE INTO REPORT-DETAIL.
060390     PERFORM WRITE-REPORT-LINE.
060400     MOVE STANDING-DEANS-COUNT TO REPORT-COUNT-EDIT.
060410     MOVE SPACES TO REPORT-DETAIL.
060420     STRING "Dean's list:             " REPORT-COUNT-EDIT
060430         DELIMITED BY SIZE INTO REPORT-DETAIL.
060440     PERFORM WRITE-REPORT-LINE.
060450     MOVE STANDING-GOOD-COUNT TO REPORT-COUNT-EDIT.
060460     MOVE SPACES TO REPORT-DETAIL.
060470     STRING "Good standing:           " REPORT-COUNT-EDIT
060480         DELIMITED BY SIZE INTO REPORT-DETAIL.
060490     PERFORM WRITE-REPORT-LINE.
060500     MOVE STANDING-PROBATION-COUNT TO REPORT-COUNT-EDIT.
060510     MOVE SPACES TO REPORT-DETAIL.
060520     STRING "Probation:               " REPORT-COUNT-EDIT
060530         DELIMITED BY SIZE INTO REPORT-DETAIL.
060540     PERFORM WRITE-REPORT-LINE.
060550     MOVE STANDING-SUSPENSION-COUNT TO REPORT-COUNT-EDIT.
060560     MOVE SPACES TO REPORT-DETAIL.
060570     STRING "Suspension:              " REPORT-COUNT-EDIT
060580         DELIMITED BY SIZE INTO REPORT-DETAIL.
060590     PERFORM WRITE-REPORT-LINE.
060600     MOVE STANDING-NO-HOURS-COUNT TO REPORT-COUNT-EDIT.
060610     MOVE SPACES TO REPORT-DETAIL.
060620     STRING "Grades without catalog hours:" REPORT-COUNT-EDIT
060630         DELIMITED BY SIZE INTO REPORT-DETAIL.
060640     PERFORM WRITE-REPORT-LINE.
060650
060660*Applies the registrar's daily enrollment feed to the roster,
060670*keyed by student ID: enrollments add a student with no scores
060680*yet, withdrawals leave the student on the roster and put a "W"
060690*for the term on the grade history, and moves carry the student
060700*and their recorded scores to another section. Sections are
060710*checked against the catalog as every other entry point checks
060720*them. Each change is audited like roster maintenance, bad
060730*records go to the reject file with a reason, and the run ends
060740*with a reconciliation of what was read against what was done.
060750 APPLY-ENROLLMENT-FEED.
060760     IF NOT UNATTENDED-RUN
060770         PERFORM PROMPT-OPERATOR-ID
060780         DISPLAY "Enter the enrollment filename: "
060790             WITH NO ADVANCING
060800         ACCEPT ENROLLMENT-FILENAME
060810         DISPLAY "Enter the reject filename: "
060820             WITH NO ADVANCING
060830         ACCEPT REJECT-FILENAME
060840         DISPLAY "Enter the audit filename: " WITH NO ADVANCING
060850         ACCEPT AUDIT-FILENAME
060860         DISPLAY "Enter the grade history filename: "
060870             WITH NO ADVANCING
060880         ACCEPT GRADE-HISTORY-FILENAME
060890         DISPLAY "Enter the term code (e.g. 2026FA): "
060900             WITH NO ADVANCING
060910         ACCEPT TERM-CODE
060920         DISPLAY "Enter the course catalog filename (blank "
060930             "for none): " WITH NO ADVANCING
060940         ACCEPT CATALOG-FILENAME
060950         DISPLAY "Enter the report filename (blank for "
060960             "console only): " WITH NO ADVANCING
060970         ACCEPT REPORT-FILENAME
060980     ELSE
060990*        The overnight feed has no one at a terminal to name;
061000*        its audit records carry the OPERATOR parameter, or the
061010*        batch operator when none is given
061020         IF OPERATOR-ID = SPACES
061030             MOVE "BATCH" TO OPERATOR-ID
061040         END-IF
061050     END-IF.
061060     IF CATALOG-FILENAME NOT = SPACES
061070         PERFORM OPEN-CATALOG-FILE
061080     END-IF.
061090     MOVE "Y" TO ENROLLMENT-OPEN-OK.
061100*    Registrar policy for roster maintenance holds here too: no
061110*    roster change without an audit record
061120     PERFORM OPEN-AUDIT-FILE.
061130     IF NOT AUDIT-FILE-OK
061140         DISPLAY "Unable to open " AUDIT-FILENAME
061150             ", enrollment changes are not allowed without an "
061160             "audit trail."
061170         MOVE "N" TO ENROLLMENT-OPEN-OK
061180     END-IF.
061190     OPEN INPUT ENROLLMENT-FILE.
061200     IF NOT ENROLLMENT-FILE-OK
061210         DISPLAY "Unable to open " ENROLLMENT-FILENAME "."
061220         MOVE "N" TO ENROLLMENT-OPEN-OK
061230     END-IF.
061240     OPEN OUTPUT REJECT-FILE.
061250     IF NOT REJECT-FILE-OK
061260         DISPLAY "Unable to open " REJECT-FILENAME
061270             ", rejects could not be saved."
061280         MOVE "N" TO ENROLLMENT-OPEN-OK
061290     END-IF.
061300     PERFORM OPEN-GRADE-HISTORY-FILE.
061310     IF NOT GRADE-HISTORY-FILE-OK
061320         MOVE "N" TO ENROLLMENT-OPEN-OK
061330     END-IF.
061340*    Adds and moves are today's roster; a withdrawal is for the
061350*    term, and a closed term takes no more of them
061360     PERFORM CHECK-TERM-OPEN.
061370     IF ENROLLMENT-OPEN-OK = "N"
061380         DISPLAY "Enrollment run abandoned, no changes were "
061390             "applied."
061400         IF UNATTENDED-RUN
061410             PERFORM FAIL-UNATTENDED-RUN
061420         END-IF
061430     ELSE
061440         OPEN I-O GRADES-FILE
061450         PERFORM REPROMPT-FOR-FILENAME-IO UNTIL GRADES-FILE-OK
061460         MOVE 0 TO ENROLL-READ-COUNT
061470         MOVE 0 TO ENROLL-ADD-COUNT
061480         MOVE 0 TO ENROLL-DROP-COUNT
061490         MOVE 0 TO ENROLL-MOVE-COUNT
061500         MOVE 0 TO ENROLL-REJECT-COUNT
061510         MOVE "N" TO EOF-SWITCH
061520         PERFORM APPLY-NEXT-ENROLLMENT UNTIL EOF-REACHED
061530         CLOSE GRADES-FILE
061540         PERFORM OPEN-REPORT-FILE
061550         PERFORM PRINT-ENROLLMENT-RECONCILIATION
061560         PERFORM CLOSE-REPORT-FILE
061570     END-IF.
061580     IF AUDIT-FILE-OK
061590         CLOSE AUDIT-FILE
061600     END-IF.
061610     IF ENROLLMENT-FILE-OK
061620         CLOSE ENROLLMENT-FILE
061630     END-IF.
061640     IF REJECT-FILE-OK
061650         CLOSE REJECT-FILE
061660     END-IF.
061670     IF GRADE-HISTORY-FILE-OK
061680         CLOSE GRADE-HISTORY-FILE
061690     END-IF.
061700     IF CATALOG-FILE-OK
061710         CLOSE CATALOG-FILE
061720         MOVE "99" TO CATALOG-FILE-STATUS
061730     END-IF.
061740
061750 APPLY-NEXT-ENROLLMENT.
061760     READ ENROLLMENT-FILE
061770         AT END
061780             MOVE "Y" TO EOF-SWITCH
061790         NOT AT END
061800             ADD 1 TO ENROLL-READ-COUNT
061810             PERFORM APPLY-ENROLLMENT
061820     END-READ.
061830
061840*Validates one enrollment record and routes it to the enroll,
061850*withdraw, or move path; anything invalid is rejected with a
061860*reason, as posting mode rejects a bad transaction
061870 APPLY-ENROLLMENT.
061880     MOVE "Y" TO ENROLL-VALID.
061890     IF EN-STUDENT-ID NOT NUMERIC
061900         MOVE "STUDENT ID NOT NUMERIC" TO REJECT-REASON-SAVE
061910         MOVE "N" TO ENROLL-VALID
061920     ELSE
061930         IF EN-ACTION NOT = "E" AND EN-ACTION NOT = "W"
061940             AND EN-ACTION NOT = "M"
061950             MOVE "UNKNOWN ACTION CODE" TO REJECT-REASON-SAVE
061960             MOVE "N" TO ENROLL-VALID
061970         END-IF
061980     END-IF.
061990     IF ENROLL-VALID = "Y" AND EN-ACTION = "W"
062000         AND TERM-IS-CLOSED
062010         MOVE "TERM IS CLOSED" TO REJECT-REASON-SAVE
062020         MOVE "N" TO ENROLL-VALID
062030     END-IF.
062040     IF ENROLL-VALID = "Y" AND EN-ACTION = "E"
062050         AND EN-STUDENT-NAME = SPACES
062060         MOVE "MISSING STUDENT NAME" TO REJECT-REASON-SAVE
062070         MOVE "N" TO ENROLL-VALID
062080     END-IF.
062090     IF ENROLL-VALID = "Y" AND EN-ACTION NOT = "W"
062100         AND EN-SECTION = SPACES
062110         MOVE "MISSING SECTION CODE" TO REJECT-REASON-SAVE
062120         MOVE "N" TO ENROLL-VALID
062130     END-IF.
062140     IF ENROLL-VALID = "Y" AND EN-SECTION NOT = SPACES
062150         MOVE EN-SECTION TO SECTION-CHECK
062160         PERFORM CHECK-SECTION-IN-CATALOG
062170         IF SECTION-VALID = "N"
062180             MOVE "SECTION NOT IN CATALOG"
062190                 TO REJECT-REASON-SAVE
062200             MOVE "N" TO ENROLL-VALID
062210         END-IF
062220     END-IF.
062230     IF ENROLL-VALID = "Y" AND EN-SECTION NOT = SPACES
062240         MOVE EN-SECTION TO SECURITY-SECTION
062250         MOVE EN-STUDENT-ID TO SECURITY-STUDENT-ID
062260         PERFORM CHECK-OPERATOR-SECTION
062270         IF SECTION-AUTHORIZED = "N"
062280             MOVE "SECTION NOT AUTHORIZED" TO REJECT-REASON-SAVE
062290             MOVE "N" TO ENROLL-VALID
062300         END-IF
062310     END-IF.
062320     IF ENROLL-VALID = "N"
062330         PERFORM REJECT-ENROLLMENT
062340     ELSE
062350         EVALUATE EN-ACTION
062360             WHEN "E" PERFORM APPLY-ENROLL-ACTION
062370             WHEN "W" PERFORM APPLY-WITHDRAW-ACTION
062380             WHEN OTHER PERFORM APPLY-MOVE-ACTION
062390         END-EVALUATE
062400     END-IF.
062410
062420*Adds the student to the roster with every score not yet
062430*recorded; an ID the roster already has is rejected -- a
062440*continuing student changing sections comes as a move
062450 APPLY-ENROLL-ACTION.
062460     MOVE EN-STUDENT-NAME TO STUDENT-NAME.
062470     MOVE EN-STUDENT-ID TO STUDENT-ID.
062480     MOVE EN-SECTION TO STUDENT-SECTION.
062490     MOVE SPACES TO STUDENT-SCORES.
062500     WRITE STUDENT-RECORD FROM STUDENT
062510         INVALID KEY
062520             MOVE "STUDENT ALREADY ON ROSTER"
062530                 TO REJECT-REASON-SAVE
062540             PERFORM REJECT-ENROLLMENT
062550         NOT INVALID KEY
062560             ADD 1 TO ENROLL-ADD-COUNT
062570             MOVE SPACES TO AUDIT-BEFORE-SAVE
062580             MOVE STUDENT TO AUDIT-AFTER-SAVE
062590             MOVE "E" TO MAINTENANCE-ACTION
062600             PERFORM WRITE-AUDIT-RECORD
062610     END-WRITE.
062620
062630 APPLY-WITHDRAW-ACTION.
062640     MOVE EN-STUDENT-ID TO STUDENT-RECORD-ID.
062650     READ GRADES-FILE
062660         KEY IS STUDENT-RECORD-ID
062670         INVALID KEY
062680             MOVE "STUDENT ID NOT ON ROSTER"
062690                 TO REJECT-REASON-SAVE
062700             PERFORM REJECT-ENROLLMENT
062710         NOT INVALID KEY
062720             PERFORM CHECK-ENROLLED-SECTION
062730             IF SECTION-AUTHORIZED = "Y"
062740                 PERFORM WITHDRAW-CURRENT-STUDENT
062750             END-IF
062760     END-READ.
062770
062780*Records the withdrawal as a "W" for the term, in the section
062790*being left, replacing whatever entry the term already had.
062800*The roster record itself is left as it stands, scores and all.
062810 WITHDRAW-CURRENT-STUDENT.
062820     IF EN-SECTION NOT = SPACES
062830         AND EN-SECTION NOT = STUDENT-RECORD-SECTION
062840         MOVE "NOT ENROLLED IN THAT SECTION"
062850             TO REJECT-REASON-SAVE
062860         PERFORM REJECT-ENROLLMENT
062870     ELSE
062880         MOVE STUDENT-RECORD-NAME TO GH-STUDENT-NAME
062890         MOVE TERM-CODE TO GH-TERM-CODE
062900         READ GRADE-HISTORY-FILE
062910             KEY IS GH-KEY
062920             INVALID KEY
062930                 MOVE "N" TO ENROLL-HISTORY-FOUND
062940             NOT INVALID KEY
062950                 MOVE "Y" TO ENROLL-HISTORY-FOUND
062960         END-READ
062970         IF ENROLL-HISTORY-FOUND = "Y" AND GH-LETTER-GRADE = "W"
062980             MOVE "ALREADY WITHDRAWN THIS TERM"
062990                 TO REJECT-REASON-SAVE
063000             PERFORM REJECT-ENROLLMENT
063010         ELSE
063020             MOVE STUDENT-RECORD-NAME TO GH-STUDENT-NAME
063030             MOVE TERM-CODE TO GH-TERM-CODE
063040             MOVE 0 TO GH-AVERAGE
063050             MOVE "W" TO GH-LETTER-GRADE
063060             MOVE STUDENT-RECORD-SECTION TO GH-SECTION
063070             IF ENROLL-HISTORY-FOUND = "Y"
063080                 REWRITE GRADE-HISTORY-RECORD
063090                     INVALID KEY
063100                         MOVE "UNABLE TO RECORD WITHDRAWAL"
063110                             TO REJECT-REASON-SAVE
063120                         PERFORM REJECT-ENROLLMENT
063130                     NOT INVALID KEY
063140                         PERFORM FINISH-WITHDRAWAL
063150                 END-REWRITE
063160             ELSE
063170                 WRITE GRADE-HISTORY-RECORD
063180                     INVALID KEY
063190                         MOVE "UNABLE TO RECORD WITHDRAWAL"
063200                             TO REJECT-REASON-SAVE
063210                         PERFORM REJECT-ENROLLMENT
063220                     NOT INVALID KEY
063230                         PERFORM FINISH-WITHDRAWAL
063240                 END-WRITE
063250             END-IF
063260         END-IF
063270     END-IF.
063280
063290 FINISH-WITHDRAWAL.
063300     ADD 1 TO ENROLL-DROP-COUNT.
063310     MOVE STUDENT-RECORD TO AUDIT-BEFORE-SAVE.
063320     MOVE STUDENT-RECORD TO AUDIT-AFTER-SAVE.
063330     MOVE "W" TO MAINTENANCE-ACTION.
063340     PERFORM WRITE-AUDIT-RECORD.
063350
063360 APPLY-MOVE-ACTION.
063370     MOVE EN-STUDENT-ID TO STUDENT-RECORD-ID.
063380     READ GRADES-FILE
063390         KEY IS STUDENT-RECORD-ID
063400         INVALID KEY
063410             MOVE "STUDENT ID NOT ON ROSTER"
063420                 TO REJECT-REASON-SAVE
063430             PERFORM REJECT-ENROLLMENT
063440         NOT INVALID KEY
063450             PERFORM CHECK-ENROLLED-SECTION
063460             IF SECTION-AUTHORIZED = "Y"
063470                 PERFORM MOVE-CURRENT-STUDENT
063480             END-IF
063490     END-READ.
063500
063510*A withdrawal or a move changes the section the student is in
063520*now as well as any section the feed names, so the operator must
063530*hold that one too
063540 CHECK-ENROLLED-SECTION.
063550     MOVE STUDENT-RECORD-SECTION TO SECURITY-SECTION.
063560     MOVE EN-STUDENT-ID TO SECURITY-STUDENT-ID.
063570     PERFORM CHECK-OPERATOR-SECTION.
063580     IF SECTION-AUTHORIZED = "N"
063590         MOVE "SECTION NOT AUTHORIZED" TO REJECT-REASON-SAVE
063600         PERFORM REJECT-ENROLLMENT
063610     END-IF.
063620
063630*Changes only the section: the recorded scores ride along to
063640*the new section untouched
063650 MOVE-CURRENT-STUDENT.
063660     IF EN-SECTION = STUDENT-RECORD-SECTION
063670         MOVE "ALREADY IN THAT SECTION" TO REJECT-REASON-SAVE
063680         PERFORM REJECT-ENROLLMENT
063690     ELSE
063700         MOVE STUDENT-RECORD TO AUDIT-BEFORE-SAVE
063710         MOVE EN-SECTION TO STUDENT-RECORD-SECTION
063720         REWRITE STUDENT-RECORD
063730             INVALID KEY
063740                 MOVE "UNABLE TO REWRITE" TO REJECT-REASON-SAVE
063750                 PERFORM REJECT-ENROLLMENT
063760             NOT INVALID KEY
063770                 ADD 1 TO ENROLL-MOVE-COUNT
063780                 MOVE STUDENT-RECORD TO AUDIT-AFTER-SAVE
063790                 MOVE "M" TO MAINTENANCE-ACTION
063800                 PERFORM WRITE-AUDIT-RECORD
063810         END-REWRITE
063820     END-IF.
063830
063840*Writes the failed enrollment record and its reason to the
063850*reject file for the registrar to fix and resend
063860 REJECT-ENROLLMENT.
063870     ADD 1 TO ENROLL-REJECT-COUNT.
063880     IF REJECT-FILE-OK
063890         MOVE ENROLLMENT-RECORD TO REJECT-IMAGE
063900         MOVE REJECT-REASON-SAVE TO REJECT-REASON
063910         WRITE REJECT-RECORD
063920     END-IF.
063930     DISPLAY "Enrollment rejected for " EN-STUDENT-ID ": "
063940         REJECT-REASON-SAVE.
063950
063960*Every record read must be accounted for as an add, a drop, a
063970*move, or a reject. Rejects warn the scheduler; a feed that
063980*does not reconcile fails the run, as an unbalanced extract does.
063990 PRINT-ENROLLMENT-RECONCILIATION.
064000     MOVE "ENROLLMENT FEED RECONCILIATION" TO REPORT-TITLE.
064010     MOVE SPACES TO REPORT-COLUMN-HEADS.
064020     PERFORM BEGIN-REPORT.
064030     MOVE SPACES TO REPORT-DETAIL.
064040     PERFORM WRITE-REPORT-LINE.
064050     MOVE "===== Enrollment Feed Reconciliation ====="
064060         TO REPORT-DETAIL.
064070     PERFORM WRITE-REPORT-LINE.
064080     MOVE ENROLL-READ-COUNT TO REPORT-COUNT-EDIT.
064090     MOVE SPACES TO REPORT-DETAIL.
064100     STRING "Feed records read:    " REPORT-COUNT-EDIT
064110         DELIMITED BY SIZE INTO REPORT-DETAIL.
064120     PERFORM WRITE-REPORT-LINE.
064130     MOVE ENROLL-ADD-COUNT TO REPORT-COUNT-EDIT.
064140     MOVE SPACES TO REPORT-DETAIL.
064150     STRING "Enrollments added:    " REPORT-COUNT-EDIT
064160         DELIMITED BY SIZE INTO REPORT-DETAIL.
064170     PERFORM WRITE-REPORT-LINE.
064180     MOVE ENROLL-DROP-COUNT TO REPORT-COUNT-EDIT.
064190     MOVE SPACES TO REPORT-DETAIL.
064200     STRING "Withdrawals recorded: " REPORT-COUNT-EDIT
064210         DELIMITED BY SIZE INTO REPORT-DETAIL.
064220     PERFORM WRITE-REPORT-LINE.
064230     MOVE ENROLL-MOVE-COUNT TO REPORT-COUNT-EDIT.
064240     MOVE SPACES TO REPORT-DETAIL.
064250     STRING "Section moves:        " REPORT-COUNT-EDIT
064260         DELIMITED BY SIZE INTO REPORT-DETAIL.
064270     PERFORM WRITE-REPORT-LINE.
064280     MOVE ENROLL-REJECT-COUNT TO REPORT-COUNT-EDIT.
064290     MOVE SPACES TO REPORT-DETAIL.
064300     STRING "Rejected:             " REPORT-COUNT-EDIT
064310         DELIMITED BY SIZE INTO REPORT-DETAIL.
064320     PERFORM WRITE-REPORT-LINE.
064330     COMPUTE ENROLL-ACCOUNTED-COUNT = ENROLL-ADD-COUNT
064340         + ENROLL-DROP-COUNT + ENROLL-MOVE-COUNT
064350         + ENROLL-REJECT-COUNT.
064360     IF ENROLL-ACCOUNTED-COUNT = ENROLL-READ-COUNT
064370         MOVE "Feed reconciled: every record applied or rejected."
064380             TO REPORT-DETAIL
064390         PERFORM WRITE-REPORT-LINE
064400         IF ENROLL-REJECT-COUNT > 0 AND UNATTENDED-RUN
064410             AND RETURN-CODE = 0
064420             MOVE 4 TO RETURN-CODE
064430         END-IF
064440     ELSE
064450         MOVE ENROLL-ACCOUNTED-COUNT TO REPORT-COUNT-EDIT
064460         MOVE SPACES TO REPORT-DETAIL
064470         STRING "*** FEED DOES NOT RECONCILE: accounted for"
064480             REPORT-COUNT-EDIT " ***"
064490             DELIMITED BY SIZE INTO REPORT-DETAIL
064500         PERFORM WRITE-REPORT-LINE
064510         MOVE 8 TO RETURN-CODE
064520     END-IF.
064530
064540*Sets TERM-CLOSED-SWITCH for TERM-CODE from the term control
064550*file. No control file named, no term code, or a control file
064560*not yet created all mean nothing has been closed. A control
064570*file that is named but will not open leaves the term treated
064580*as closed: without it a run cannot show the term is open.
064590 CHECK-TERM-OPEN.
064600     MOVE "N" TO TERM-CLOSED-SWITCH.
064610     IF TERM-CONTROL-FILENAME NOT = SPACES
064620         AND TERM-CODE NOT = SPACES
064630         OPEN INPUT TERM-CONTROL-FILE
064640         IF TERM-CONTROL-FILE-OK
064650             MOVE TERM-CODE TO TC-TERM-CODE
064660             READ TERM-CONTROL-FILE
064670                 KEY IS TC-TERM-CODE
064680                 INVALID KEY
064690                     CONTINUE
064700                 NOT INVALID KEY
064710                     IF TC-STATUS = "C"
064720                         MOVE "Y" TO TERM-CLOSED-SWITCH
064730                     END-IF
064740             END-READ
064750             CLOSE TERM-CONTROL-FILE
064760             MOVE "99" TO TERM-CONTROL-FILE-STATUS
064770         ELSE
064780             IF TERM-CONTROL-FILE-STATUS NOT = "35"
064790                 DISPLAY "Unable to open " TERM-CONTROL-FILENAME
064800                     ", term " TERM-CODE " cannot be shown open."
064810                 MOVE "Y" TO TERM-CLOSED-SWITCH
064820             END-IF
064830         END-IF
064840     END-IF.
064850
064860*Term close: one final graded pass over the whole roster for
064870*TERM-CODE, a permanent snapshot of every student's raw scores
064880*and the weights they were averaged with, the term marked closed
064890*(and the next term opened) on the term control file, and the
064900*roster's scores cleared for the next term. The term is closed
064910*only once the final pass has balanced and every grade is on
064920*history; anything short of that leaves it open to be rerun.
064930 CLOSE-TERM-RUN.
064940     IF NOT UNATTENDED-RUN
064950         PERFORM PROMPT-OPERATOR-ID
064960         DISPLAY "Enter the score snapshot filename: "
064970             WITH NO ADVANCING
064980         ACCEPT SNAPSHOT-FILENAME
064990     ELSE
065000         IF OPERATOR-ID = SPACES
065010             MOVE "BATCH" TO OPERATOR-ID
065020         END-IF
065030     END-IF.
065040     PERFORM PROMPT-GRADE-PROCESSING-FILENAMES.
065050     IF NOT TERM-IS-CLOSED
065060         PERFORM CLOSE-OPEN-TERM
065070     END-IF.
065080
065090 CLOSE-OPEN-TERM.
065100     MOVE "Y" TO CLOSE-OPEN-OK.
065110     IF TERM-CONTROL-FILENAME = SPACES
065120         DISPLAY "No term control file is named "
065130             "(HANDOUT_TERMCTL), a term cannot be closed."
065140         MOVE "N" TO CLOSE-OPEN-OK
065150     END-IF.
065160     IF SECTION-FILTER NOT = SPACES
065170         DISPLAY "A term closes for the whole roster, the "
065180             "section filter must be blank."
065190         MOVE "N" TO CLOSE-OPEN-OK
065200     END-IF.
065210     IF GRADE-HISTORY-FILENAME = SPACES
065220         DISPLAY "A term cannot be closed without its grade "
065230             "history."
065240         MOVE "N" TO CLOSE-OPEN-OK
065250     END-IF.
065260     IF CLOSE-OPEN-OK = "Y"
065270         OPEN EXTEND SNAPSHOT-FILE
065280         IF SNAPSHOT-FILE-STATUS = "35"
065290             OPEN OUTPUT SNAPSHOT-FILE
065300         END-IF
065310         IF NOT SNAPSHOT-FILE-OK
065320             DISPLAY "Unable to open " SNAPSHOT-FILENAME
065330                 ", the term's scores could not be kept."
065340             MOVE "N" TO CLOSE-OPEN-OK
065350         END-IF
065360         OPEN I-O TERM-CONTROL-FILE
065370         IF TERM-CONTROL-FILE-STATUS = "35"
065380             OPEN OUTPUT TERM-CONTROL-FILE
065390             CLOSE TERM-CONTROL-FILE
065400             OPEN I-O TERM-CONTROL-FILE
065410         END-IF
065420         IF NOT TERM-CONTROL-FILE-OK
065430             DISPLAY "Unable to open " TERM-CONTROL-FILENAME "."
065440             MOVE "N" TO CLOSE-OPEN-OK
065450         END-IF
065460     END-IF.
065470     IF CLOSE-OPEN-OK = "N"
065480         DISPLAY "Term close abandoned, term " TERM-CODE
065490             " stays open."
065500         IF UNATTENDED-RUN
065510             PERFORM FAIL-UNATTENDED-RUN
065520         END-IF
065530     ELSE
065540         PERFORM OPEN-REPORT-FILE
065550         PERFORM BATCH-ROSTER
065560         PERFORM DISPLAY-FREQUENCIES
065570         PERFORM DISPLAY-RUN-SUMMARY
065580*        An extract out of balance, or a grade that never made
065590*        it to history, and the term must not be frozen that way
065600         IF RETURN-CODE >= 8
065610             OR HISTORY-RECORDS-WRITTEN < CLASS-STUDENT-COUNT
065620             DISPLAY "Final graded pass is incomplete, term "
065630                 TERM-CODE " stays open."
065640             IF UNATTENDED-RUN
065650                 PERFORM FAIL-UNATTENDED-RUN
065660             END-IF
065670         ELSE
065680             ACCEPT CLOSE-DATE FROM DATE YYYYMMDD
065690             ACCEPT CLOSE-TIME FROM TIME
065700             PERFORM SNAPSHOT-TERM-SCORES
065710             IF CLOSE-OPEN-OK = "Y"
065720                 PERFORM MARK-TERM-CLOSED
065730             END-IF
065740*            The roster is cleared only once the scores are safe
065750*            on the snapshot and the term is on file as closed
065760             IF CLOSE-OPEN-OK = "Y"
065770                 PERFORM CLEAR-ROSTER-SCORES
065780                 PERFORM PRINT-TERM-CLOSE-SUMMARY
065790                 IF CLOSE-CLEAR-ERROR-COUNT > 0
065800                     MOVE 8 TO RETURN-CODE
065810                 END-IF
065820             ELSE
065830                 DISPLAY "Term close abandoned, term " TERM-CODE
065840                     " stays open and its scores stay on the "
065850                     "roster."
065860                 MOVE 8 TO RETURN-CODE
065870                 IF UNATTENDED-RUN
065880                     PERFORM FAIL-UNATTENDED-RUN
065890                 END-IF
065900             END-IF
065910         END-IF
065920         PERFORM CLOSE-REPORT-FILE
065930     END-IF.
065940     IF TERM-CONTROL-FILE-OK
065950         CLOSE TERM-CONTROL-FILE
065960         MOVE "99" TO TERM-CONTROL-FILE-STATUS
065970     END-IF.
065980     IF SNAPSHOT-FILE-OK
065990         CLOSE SNAPSHOT-FILE
066000         MOVE "99" TO SNAPSHOT-FILE-STATUS
066010     END-IF.
066020
066030*Writes one snapshot line per roster student. The history file
066040*is read only to tell a withdrawn student, whose snapshot keeps
066050*the "W"; everyone else is averaged and lettered exactly as the
066060*final pass just did. Without the history, or with a line that
066070*will not write, the close stops here with the roster untouched.
066080 SNAPSHOT-TERM-SCORES.
066090     MOVE 0 TO CLOSE-SNAPSHOT-COUNT.
066100     OPEN INPUT GRADES-FILE.
066110     PERFORM REPROMPT-FOR-FILENAME UNTIL GRADES-FILE-OK.
066120     OPEN INPUT GRADE-HISTORY-FILE.
066130     IF GRADE-HISTORY-FILE-OK
066140         MOVE "N" TO EOF-SWITCH
066150         PERFORM SNAPSHOT-NEXT-STUDENT UNTIL EOF-REACHED
066160         CLOSE GRADE-HISTORY-FILE
066170         MOVE "99" TO GRADE-HISTORY-FILE-STATUS
066180     ELSE
066190         DISPLAY "Unable to open " GRADE-HISTORY-FILENAME
066200             ", withdrawals cannot be snapshotted."
066210         MOVE "N" TO CLOSE-OPEN-OK
066220     END-IF.
066230     CLOSE GRADES-FILE.
066240     CLOSE SNAPSHOT-FILE.
066250     MOVE "99" TO SNAPSHOT-FILE-STATUS.
066260
066270 SNAPSHOT-NEXT-STUDENT.
066280     READ GRADES-FILE NEXT RECORD INTO STUDENT
066290         AT END
066300             MOVE "Y" TO EOF-SWITCH
066310         NOT AT END
066320             PERFORM WRITE-SNAPSHOT-RECORD
066330     END-READ.
066340
066350 WRITE-SNAPSHOT-RECORD.
066360     MOVE TERM-CODE TO SN-TERM-CODE.
066370     MOVE STUDENT-ID TO SN-STUDENT-ID.
066380     MOVE STUDENT-NAME TO SN-STUDENT-NAME.
066390     MOVE STUDENT-SECTION TO SN-SECTION.
066400     MOVE STUDENT-SCORES TO SN-SCORES.
066410     PERFORM COPY-ONE-SNAPSHOT-WEIGHT
066420         VARYING SCORE-INDEX FROM 1 BY 1
066430         UNTIL SCORE-INDEX > 5.
066440     PERFORM CHECK-TERM-WITHDRAWAL.
066450     IF TERM-WITHDRAWN = "Y"
066460         MOVE 0 TO SN-AVERAGE
066470         MOVE "W" TO SN-LETTER
066480     ELSE
066490         PERFORM AVERAGE
066500         PERFORM DETERMINE-LETTER-GRADE
066510         MOVE AVERAGE-GRADE TO SN-AVERAGE
066520         MOVE STUDENT-GRADE TO SN-LETTER
066530     END-IF.
066540     MOVE CLOSE-DATE TO SN-DATE.
066550     WRITE SNAPSHOT-RECORD.
066560     IF SNAPSHOT-FILE-OK
066570         ADD 1 TO CLOSE-SNAPSHOT-COUNT
066580     ELSE
066590         DISPLAY "Unable to write the snapshot for ID "
066600             STUDENT-ID " (" STUDENT-NAME ")."
066610         MOVE "N" TO CLOSE-OPEN-OK
066620         MOVE "Y" TO EOF-SWITCH
066630     END-IF.
066640
066650 COPY-ONE-SNAPSHOT-WEIGHT.
066660     MOVE SCORE-WEIGHTS(SCORE-INDEX) TO SN-WEIGHT(SCORE-INDEX).
066670
066680*Marks TERM-CODE closed and puts the term BUILD-NEXT-TERM
066690*derives from it on file as open, unless it is already there.
066700*A term that cannot be marked closed stops the close.
066710 MARK-TERM-CLOSED.
066720     MOVE TERM-CODE TO TC-TERM-CODE.
066730     READ TERM-CONTROL-FILE
066740         KEY IS TC-TERM-CODE
066750         INVALID KEY
066760             MOVE "N" TO CLOSE-TERM-FOUND
066770         NOT INVALID KEY
066780             MOVE "Y" TO CLOSE-TERM-FOUND
066790     END-READ.
066800     MOVE TERM-CODE TO TC-TERM-CODE.
066810     MOVE "C" TO TC-STATUS.
066820     MOVE CLOSE-DATE TO TC-DATE.
066830     MOVE CLOSE-TIME TO TC-TIME.
066840     MOVE OPERATOR-ID TO TC-OPERATOR.
066850     MOVE CLOSE-SNAPSHOT-COUNT TO TC-SNAPSHOT-COUNT.
066860     IF CLOSE-TERM-FOUND = "Y"
066870         REWRITE TERM-CONTROL-RECORD
066880     ELSE
066890         WRITE TERM-CONTROL-RECORD
066900     END-IF.
066910     IF NOT TERM-CONTROL-FILE-OK
066920         DISPLAY "Unable to mark term " TERM-CODE " closed."
066930         MOVE "N" TO CLOSE-OPEN-OK
066940     ELSE
066950         PERFORM OPEN-NEXT-TERM
066960     END-IF.
066970     CLOSE TERM-CONTROL-FILE.
066980     MOVE "99" TO TERM-CONTROL-FILE-STATUS.
066990
067000*The next term goes on file as open; one that will not write is
067010*only a warning, since a term not on file already counts as open
067020 OPEN-NEXT-TERM.
067030     MOVE TERM-CODE TO TERM-CODE-WORK.
067040     PERFORM BUILD-NEXT-TERM.
067050     MOVE NEXT-TERM-CODE TO TC-TERM-CODE.
067060     READ TERM-CONTROL-FILE
067070         KEY IS TC-TERM-CODE
067080         INVALID KEY
067090             MOVE NEXT-TERM-CODE TO TC-TERM-CODE
067100             MOVE "O" TO TC-STATUS
067110             MOVE CLOSE-DATE TO TC-DATE
067120             MOVE CLOSE-TIME TO TC-TIME
067130             MOVE OPERATOR-ID TO TC-OPERATOR
067140             MOVE 0 TO TC-SNAPSHOT-COUNT
067150             WRITE TERM-CONTROL-RECORD
067160             IF NOT TERM-CONTROL-FILE-OK
067170                 DISPLAY "Warning: next term " NEXT-TERM-CODE
067180                     " could not be put on file as open."
067190                 IF RETURN-CODE = 0
067200                     MOVE 4 TO RETURN-CODE
067210                 END-IF
067220             END-IF
067230         NOT INVALID KEY
067240             IF TC-STATUS = "C"
067250                 DISPLAY "Warning: next term " NEXT-TERM-CODE
067260                     " is already marked closed."
067270             END-IF
067280     END-READ.
067290
067300*The scores now live on the snapshot and history; the roster
067310*starts the next term with every score "not yet recorded"
067320 CLEAR-ROSTER-SCORES.
067330     MOVE 0 TO CLOSE-CLEARED-COUNT.
067340     MOVE 0 TO CLOSE-CLEAR-ERROR-COUNT.
067350     OPEN I-O GRADES-FILE.
067360     PERFORM REPROMPT-FOR-FILENAME-IO UNTIL GRADES-FILE-OK.
067370     MOVE "N" TO EOF-SWITCH.
067380     PERFORM CLEAR-NEXT-STUDENT-SCORES UNTIL EOF-REACHED.
067390     CLOSE GRADES-FILE.
067400
067410 CLEAR-NEXT-STUDENT-SCORES.
067420     READ GRADES-FILE NEXT RECORD
067430         AT END
067440             MOVE "Y" TO EOF-SWITCH
067450         NOT AT END
067460             MOVE SPACES TO STUDENT-RECORD-SCORES
067470             REWRITE STUDENT-RECORD
067480             IF GRADES-FILE-OK
067490                 ADD 1 TO CLOSE-CLEARED-COUNT
067500             ELSE
067510                 ADD 1 TO CLOSE-CLEAR-ERROR-COUNT
067520                 DISPLAY "Could not clear scores for ID "
067530                     STUDENT-RECORD-ID " ("
067540                     STUDENT-RECORD-NAME ")."
067550             END-IF
067560     END-READ.
067570
067580 PRINT-TERM-CLOSE-SUMMARY.
067590     MOVE "TERM CLOSE" TO REPORT-TITLE.
067600     MOVE SPACES TO REPORT-COLUMN-HEADS.
067610     PERFORM BEGIN-REPORT.
067620     MOVE SPACES TO REPORT-DETAIL.
067630     PERFORM WRITE-REPORT-LINE.
067640     MOVE SPACES TO REPORT-DETAIL.
067650     STRING "===== Term " TERM-CODE " Closed ====="
067660         DELIMITED BY SIZE INTO REPORT-DETAIL.
067670     PERFORM WRITE-REPORT-LINE.
067680     MOVE CLOSE-SNAPSHOT-COUNT TO REPORT-COUNT-EDIT.
067690     MOVE SPACES TO REPORT-DETAIL.
067700     STRING "Students snapshotted: " REPORT-COUNT-EDIT
067710         DELIMITED BY SIZE INTO REPORT-DETAIL.
067720     PERFORM WRITE-REPORT-LINE.
067730     MOVE CLOSE-CLEARED-COUNT TO REPORT-COUNT-EDIT.
067740     MOVE SPACES TO REPORT-DETAIL.
067750     STRING "Roster scores cleared:" REPORT-COUNT-EDIT
067760         DELIMITED BY SIZE INTO REPORT-DETAIL.
067770     PERFORM WRITE-REPORT-LINE.
067780     IF CLOSE-CLEAR-ERROR-COUNT > 0
067790         MOVE CLOSE-CLEAR-ERROR-COUNT TO REPORT-COUNT-EDIT
067800         MOVE SPACES TO REPORT-DETAIL
067810         STRING "Could not be cleared: " REPORT-COUNT-EDIT
067820             DELIMITED BY SIZE INTO REPORT-DETAIL
067830         PERFORM WRITE-REPORT-LINE
067840     END-IF.
067850     MOVE SPACES TO REPORT-DETAIL.
067860     STRING "Next term open:       " NEXT-TERM-CODE
067870         DELIMITED BY SIZE INTO REPORT-DETAIL.
067880     PERFORM WRITE-REPORT-LINE.
067890
067900*Grade changes after a term has closed: appeals, instructor
067910*corrections, incompletes resolved late. Each approved change is
067920*proved against grade history -- the letter it replaces must be
067930*the letter on file -- and, where terms are controlled, the term
067940*must be closed (an open term is still regraded by a rerun).
067950*Accepted changes update history, go on the change register, and
067960*go to the registrar as "C" records on an extract of their own,
067970*trailered and balanced like any other.
067980 APPLY-GRADE-CHANGES.
067990     IF NOT UNATTENDED-RUN
068000         PERFORM PROMPT-OPERATOR-ID
068010         DISPLAY "Enter the grade change filename: "
068020             WITH NO ADVANCING
068030         ACCEPT GRADE-CHANGE-FILENAME
068040         DISPLAY "Enter the change register filename: "
068050             WITH NO ADVANCING
068060         ACCEPT CHANGE-REGISTER-FILENAME
068070         DISPLAY "Enter the reject filename: "
068080             WITH NO ADVANCING
068090         ACCEPT REJECT-FILENAME
068100         DISPLAY "Enter the grade history filename: "
068110             WITH NO ADVANCING
068120         ACCEPT GRADE-HISTORY-FILENAME
068130         DISPLAY "Enter the registrar extract filename: "
068140             WITH NO ADVANCING
068150         ACCEPT EXTRACT-FILENAME
068160         DISPLAY "Enter the incomplete tracking filename "
068170             "(blank for none): " WITH NO ADVANCING
068180         ACCEPT INCOMPLETE-FILENAME
068190         DISPLAY "Enter the report filename (blank for "
068200             "console only): " WITH NO ADVANCING
068210         ACCEPT REPORT-FILENAME
068220     ELSE
068230         IF OPERATOR-ID = SPACES
068240             MOVE "BATCH" TO OPERATOR-ID
068250         END-IF
068260     END-IF.
068270     MOVE "Y" TO CHANGE-OPEN-OK.
068280     OPEN INPUT GRADE-CHANGE-FILE.
068290     IF NOT GRADE-CHANGE-FILE-OK
068300         DISPLAY "Unable to open " GRADE-CHANGE-FILENAME "."
068310         MOVE "N" TO CHANGE-OPEN-OK
068320     END-IF.
068330     OPEN EXTEND CHANGE-REGISTER-FILE.
068340     IF CHANGE-REGISTER-FILE-STATUS = "35"
068350         OPEN OUTPUT CHANGE-REGISTER-FILE
068360     END-IF.
068370     IF NOT CHANGE-REGISTER-FILE-OK
068380         DISPLAY "Unable to open " CHANGE-REGISTER-FILENAME
068390             ", grade changes are not allowed without a "
068400             "register."
068410         MOVE "N" TO CHANGE-OPEN-OK
068420     END-IF.
068430     OPEN OUTPUT REJECT-FILE.
068440     IF NOT REJECT-FILE-OK
068450         DISPLAY "Unable to open " REJECT-FILENAME
068460             ", rejects could not be saved."
068470         MOVE "N" TO CHANGE-OPEN-OK
068480     END-IF.
068490     OPEN I-O GRADE-HISTORY-FILE.
068500     IF NOT GRADE-HISTORY-FILE-OK
068510         DISPLAY "Unable to open " GRADE-HISTORY-FILENAME "."
068520         MOVE "N" TO CHANGE-OPEN-OK
068530     END-IF.
068540*    A control file not yet created has no closed terms in it;
068550*    every change is then rejected, record by record
068560     IF TERM-CONTROL-FILENAME NOT = SPACES
068570         OPEN INPUT TERM-CONTROL-FILE
068580         IF NOT TERM-CONTROL-FILE-OK
068590             AND TERM-CONTROL-FILE-STATUS NOT = "35"
068600             DISPLAY "Unable to open " TERM-CONTROL-FILENAME "."
068610             MOVE "N" TO CHANGE-OPEN-OK
068620         END-IF
068630     END-IF.
068640     OPEN OUTPUT EXTRACT-FILE.
068650     IF NOT EXTRACT-FILE-OK
068660         DISPLAY "Unable to open " EXTRACT-FILENAME
068670             ", registrar output will be missing."
068680         MOVE "N" TO CHANGE-OPEN-OK
068690     END-IF.
068700     IF CHANGE-OPEN-OK = "N"
068710         DISPLAY "Grade change run abandoned, no changes were "
068720             "applied."
068730         IF UNATTENDED-RUN
068740             PERFORM FAIL-UNATTENDED-RUN
068750         END-IF
068760     ELSE
068770         IF INCOMPLETE-FILENAME NOT = SPACES
068780             PERFORM OPEN-INCOMPLETE-FILE
068790         END-IF
068800         OPEN INPUT GRADES-FILE
068810         PERFORM REPROMPT-FOR-FILENAME UNTIL GRADES-FILE-OK
068820         PERFORM WRITE-EXTRACT-HEADER
068830         MOVE 0 TO CHANGE-READ-COUNT
068840         MOVE 0 TO CHANGE-ACCEPTED-COUNT
068850         MOVE 0 TO CHANGE-REJECT-COUNT
068860         MOVE "N" TO EOF-SWITCH
068870         PERFORM APPLY-NEXT-GRADE-CHANGE UNTIL EOF-REACHED
068880         CLOSE GRADES-FILE
068890         PERFORM CLOSE-EXTRACT-FILE
068900         PERFORM OPEN-REPORT-FILE
068910         PERFORM PRINT-GRADE-CHANGE-SUMMARY
068920         PERFORM CLOSE-REPORT-FILE
068930         IF INCOMPLETE-FILE-OK
068940             CLOSE INCOMPLETE-FILE
068950             MOVE "99" TO INCOMPLETE-FILE-STATUS
068960         END-IF
068970     END-IF.
068980     IF GRADE-CHANGE-FILE-OK
068990         CLOSE GRADE-CHANGE-FILE
069000     END-IF.
069010     IF CHANGE-REGISTER-FILE-OK
069020         CLOSE CHANGE-REGISTER-FILE
069030     END-IF.
069040     IF REJECT-FILE-OK
069050         CLOSE REJECT-FILE
069060     END-IF.
069070     IF GRADE-HISTORY-FILE-OK
069080         CLOSE GRADE-HISTORY-FILE
069090     END-IF.
069100     IF TERM-CONTROL-FILE-OK
069110         CLOSE TERM-CONTROL-FILE
069120         MOVE "99" TO TERM-CONTROL-FILE-STATUS
069130     END-IF.
069140     IF CHANGE-OPEN-OK = "N" AND EXTRACT-FILE-OK
069150         CLOSE EXTRACT-FILE
069160     END-IF.
069170
069180 APPLY-NEXT-GRADE-CHANGE.
069190     READ GRADE-CHANGE-FILE
069200         AT END
069210             MOVE "Y" TO EOF-SWITCH
069220         NOT AT END
069230             ADD 1 TO CHANGE-READ-COUNT
069240             PERFORM APPLY-GRADE-CHANGE
069250     END-READ.
069260
069270*Validates one change in the order a registrar clerk would:
069280*is the request complete, is the student and the term's grade
069290*on file, is the term closed, and does the letter being replaced
069300*match. The first failure is the reject reason.
069310 APPLY-GRADE-CHANGE.
069320     MOVE "Y" TO CHANGE-VALID.
069330     IF GC-STUDENT-ID NOT NUMERIC
069340         MOVE "STUDENT ID NOT NUMERIC" TO REJECT-REASON-SAVE
069350         MOVE "N" TO CHANGE-VALID
069360     END-IF.
069370     IF CHANGE-VALID = "Y" AND GC-REASON-CODE = SPACES
069380         MOVE "MISSING REASON CODE" TO REJECT-REASON-SAVE
069390         MOVE "N" TO CHANGE-VALID
069400     END-IF.
069410     IF CHANGE-VALID = "Y" AND GC-APPROVER-ID = SPACES
069420         MOVE "MISSING APPROVER" TO REJECT-REASON-SAVE
069430         MOVE "N" TO CHANGE-VALID
069440     END-IF.
069450     IF CHANGE-VALID = "Y"
069460         PERFORM CHECK-NEW-LETTER-VALID
069470         IF CHANGE-LETTER-FOUND = "N"
069480             MOVE "NEW LETTER NOT A GRADE" TO REJECT-REASON-SAVE
069490             MOVE "N" TO CHANGE-VALID
069500         END-IF
069510     END-IF.
069520     IF CHANGE-VALID = "Y" AND GC-NEW-LETTER = GC-OLD-LETTER
069530         MOVE "NEW LETTER SAME AS OLD" TO REJECT-REASON-SAVE
069540         MOVE "N" TO CHANGE-VALID
069550     END-IF.
069560     IF CHANGE-VALID = "Y"
069570         MOVE GC-STUDENT-ID TO STUDENT-RECORD-ID
069580         READ GRADES-FILE
069590             KEY IS STUDENT-RECORD-ID
069600             INVALID KEY
069610                 MOVE "STUDENT NOT ON ROSTER"
069620                     TO REJECT-REASON-SAVE
069630                 MOVE "N" TO CHANGE-VALID
069640         END-READ
069650     END-IF.
069660     IF CHANGE-VALID = "Y"
069670         MOVE STUDENT-RECORD-NAME TO GH-STUDENT-NAME
069680         MOVE GC-TERM-CODE TO GH-TERM-CODE
069690         READ GRADE-HISTORY-FILE
069700             KEY IS GH-KEY
069710             INVALID KEY
069720                 MOVE "NO GRADE ON FILE FOR TERM"
069730                     TO REJECT-REASON-SAVE
069740                 MOVE "N" TO CHANGE-VALID
069750         END-READ
069760     END-IF.
069770*    A history entry written before sections were recorded has
069780*    none to compare; the change supplies it
069790     IF CHANGE-VALID = "Y" AND GH-SECTION NOT = SPACES
069800         AND GH-SECTION NOT = GC-SECTION
069810         MOVE "SECTION DOES NOT MATCH HISTORY"
069820             TO REJECT-REASON-SAVE
069830         MOVE "N" TO CHANGE-VALID
069840     END-IF.
069850     IF CHANGE-VALID = "Y" AND TERM-CONTROL-FILENAME NOT = SPACES
069860         PERFORM CHECK-CHANGE-TERM-CLOSED
069870     END-IF.
069880     IF CHANGE-VALID = "Y" AND GH-LETTER-GRADE NOT = GC-OLD-LETTER
069890         MOVE "OLD LETTER DOES NOT MATCH" TO REJECT-REASON-SAVE
069900         MOVE "N" TO CHANGE-VALID
069910     END-IF.
069920     IF CHANGE-VALID = "N"
069930         PERFORM REJECT-GRADE-CHANGE
069940     ELSE
069950         PERFORM ACCEPT-GRADE-CHANGE
069960     END-IF.
069970
069980*A new letter must be one the grading scale can award, or an
069990*Incomplete or a Withdrawal
070000 CHECK-NEW-LETTER-VALID.
070010     MOVE "N" TO CHANGE-LETTER-FOUND.
070020     IF GC-NEW-LETTER = "I" OR GC-NEW-LETTER = "W"
070030         MOVE "Y" TO CHANGE-LETTER-FOUND
070040     ELSE
070050         PERFORM CHECK-ONE-CHANGE-LETTER
070060             VARYING GRADE-INDEX FROM 1 BY 1
070070             UNTIL GRADE-INDEX > 5
070080     END-IF.
070090
070100 CHECK-ONE-CHANGE-LETTER.
070110     IF POSSIBLE_GRADES(GRADE-INDEX) = GC-NEW-LETTER
070120         MOVE "Y" TO CHANGE-LETTER-FOUND
070130     END-IF.
070140
070150 CHECK-CHANGE-TERM-CLOSED.
070160     IF TERM-CONTROL-FILE-OK
070170         MOVE GC-TERM-CODE TO TC-TERM-CODE
070180         READ TERM-CONTROL-FILE
070190             KEY IS TC-TERM-CODE
070200             INVALID KEY
070210                 MOVE SPACES TO TC-STATUS
070220         END-READ
070230     ELSE
070240         MOVE SPACES TO TC-STATUS
070250     END-IF.
070260     IF TC-STATUS NOT = "C"
070270         MOVE "TERM IS NOT CLOSED" TO REJECT-REASON-SAVE
070280         MOVE "N" TO CHANGE-VALID
070290     END-IF.
070300
070310*The history entry keeps its average -- a grade change moves the
070320*letter, not the scores -- and takes the new letter. A late-
070330*resolved Incomplete is resolved on the tracking file too, so
070340*the lapse run cannot later turn it into an F.
070350 ACCEPT-GRADE-CHANGE.
070360     MOVE GC-NEW-LETTER TO GH-LETTER-GRADE.
070370     IF GH-SECTION = SPACES
070380         MOVE GC-SECTION TO GH-SECTION
070390     END-IF.
070400     REWRITE GRADE-HISTORY-RECORD
070410         INVALID KEY
070420             MOVE "HISTORY COULD NOT BE UPDATED"
070430                 TO REJECT-REASON-SAVE
070440             PERFORM REJECT-GRADE-CHANGE
070450         NOT INVALID KEY
070460             ADD 1 TO CHANGE-ACCEPTED-COUNT
070470             IF INCOMPLETE-FILE-OK
070480                 PERFORM TRACK-CHANGED-INCOMPLETE
070490             END-IF
070500             PERFORM WRITE-CHANGE-REGISTER-RECORD
070510             PERFORM WRITE-EXTRACT-CHANGE-RECORD
070520             DISPLAY "Grade changed for " GC-STUDENT-ID " "
070530                 GC-TERM-CODE ": " GC-OLD-LETTER " to "
070540                 GC-NEW-LETTER
070550     END-REWRITE.
070560
070570 TRACK-CHANGED-INCOMPLETE.
070580     MOVE GH-STUDENT-NAME TO IT-STUDENT-NAME.
070590     MOVE GC-TERM-CODE TO IT-TERM-CODE.
070600     IF GC-NEW-LETTER = "I"
070610         MOVE GC-SECTION TO IT-SECTION
070620         MOVE GC-TERM-CODE TO TERM-CODE-WORK
070630         PERFORM BUILD-NEXT-TERM
070640         MOVE NEXT-TERM-CODE TO IT-DEADLINE-TERM
070650         MOVE "O" TO IT-STATUS
070660         WRITE INCOMPLETE-RECORD
070670             INVALID KEY
070680                 REWRITE INCOMPLETE-RECORD
070690                     INVALID KEY
070700                         DISPLAY "Unable to record "
070710                             "incomplete."
070720                 END-REWRITE
070730         END-WRITE
070740     ELSE
070750         READ INCOMPLETE-FILE
070760             KEY IS IT-KEY
070770             INVALID KEY
070780                 CONTINUE
070790             NOT INVALID KEY
070800                 IF IT-STATUS = "O"
070810                     MOVE "R" TO IT-STATUS
070820                     REWRITE INCOMPLETE-RECORD
070830                         INVALID KEY
070840                             DISPLAY "Unable to resolve "
070850                                 "incomplete."
070860                     END-REWRITE
070870                 END-IF
070880         END-READ
070890     END-IF.
070900
070910 WRITE-CHANGE-REGISTER-RECORD.
070920     ACCEPT CR-DATE FROM DATE YYYYMMDD.
070930     ACCEPT CR-TIME FROM TIME.
070940     MOVE OPERATOR-ID TO CR-OPERATOR.
070950     MOVE GC-STUDENT-ID TO CR-STUDENT-ID.
070960     MOVE GH-STUDENT-NAME TO CR-STUDENT-NAME.
070970     MOVE GC-TERM-CODE TO CR-TERM-CODE.
070980     MOVE GC-SECTION TO CR-SECTION.
070990     MOVE GC-OLD-LETTER TO CR-OLD-LETTER.
071000     MOVE GC-NEW-LETTER TO CR-NEW-LETTER.
071010     MOVE GC-REASON-CODE TO CR-REASON-CODE.
071020     MOVE GC-APPROVER-ID TO CR-APPROVER-ID.
071030     MOVE GH-AVERAGE TO CR-AVERAGE.
071040     WRITE CHANGE-REGISTER-RECORD.
071050
071060*Counted and hashed with the detail records, so the trailer and
071070*the balancing check cover the changes too
071080 WRITE-EXTRACT-CHANGE-RECORD.
071090     MOVE "C" TO EXTRACT-CHANGE-TYPE.
071100     MOVE GH-STUDENT-NAME TO EXTRACT-CHANGE-NAME.
071110     MOVE GH-AVERAGE TO EXTRACT-CHANGE-AVERAGE.
071120     MOVE GC-NEW-LETTER TO EXTRACT-CHANGE-NEW-LETTER.
071130     MOVE GC-OLD-LETTER TO EXTRACT-CHANGE-OLD-LETTER.
071140     MOVE GC-TERM-CODE TO EXTRACT-CHANGE-TERM.
071150     MOVE GC-SECTION TO EXTRACT-CHANGE-SECTION.
071160     MOVE GC-REASON-CODE TO EXTRACT-CHANGE-REASON.
071170     WRITE EXTRACT-CHANGE-RECORD.
071180     ADD 1 TO EXTRACT-DETAIL-COUNT.
071190     ADD GH-AVERAGE TO EXTRACT-HASH-TOTAL.
071200
071210 REJECT-GRADE-CHANGE.
071220     ADD 1 TO CHANGE-REJECT-COUNT.
071230     IF REJECT-FILE-OK
071240         MOVE GRADE-CHANGE-RECORD TO REJECT-IMAGE
071250         MOVE REJECT-REASON-SAVE TO REJECT-REASON
071260         WRITE REJECT-RECORD
071270     END-IF.
071280     DISPLAY "Grade change rejected for " GC-STUDENT-ID ": "
071290         REJECT-REASON-SAVE.
071300
071310*Every change read is accepted or rejected; rejects warn the
071320*scheduler and a run that does not account for every change
071330*fails, as the enrollment feed does
071340 PRINT-GRADE-CHANGE-SUMMARY.
071350     MOVE "GRADE CHANGE RUN" TO REPORT-TITLE.
071360     MOVE SPACES TO REPORT-COLUMN-HEADS.
071370     PERFORM BEGIN-REPORT.
071380     MOVE SPACES TO REPORT-DETAIL.
071390     PERFORM WRITE-REPORT-LINE.
071400     MOVE "===== Grade Change Summary =====" TO REPORT-DETAIL.
071410     PERFORM WRITE-REPORT-LINE.
071420     MOVE CHANGE-READ-COUNT TO REPORT-COUNT-EDIT.
071430     MOVE SPACES TO REPORT-DETAIL.
071440     STRING "Changes read:         " REPORT-COUNT-EDIT
071450         DELIMITED BY SIZE INTO REPORT-DETAIL.
071460     PERFORM WRITE-REPORT-LINE.
071470     MOVE CHANGE-ACCEPTED-COUNT TO REPORT-COUNT-EDIT.
071480     MOVE SPACES TO REPORT-DETAIL.
071490     STRING "Changes applied:      " REPORT-COUNT-EDIT
071500         DELIMITED BY SIZE INTO REPORT-DETAIL.
071510     PERFORM WRITE-REPORT-LINE.
071520     MOVE CHANGE-REJECT-COUNT TO REPORT-COUNT-EDIT.
071530     MOVE SPACES TO REPORT-DETAIL.
071540     STRING "Rejected:             " REPORT-COUNT-EDIT
071550         DELIMITED BY SIZE INTO REPORT-DETAIL.
071560     PERFORM WRITE-REPORT-LINE.
071570     COMPUTE CHANGE-ACCOUNTED-COUNT = CHANGE-ACCEPTED-COUNT
071580         + CHANGE-REJECT-COUNT.
071590     IF CHANGE-ACCOUNTED-COUNT = CHANGE-READ-COUNT
071600         MOVE "Changes reconciled: each applied or rejected."
071610             TO REPORT-DETAIL
071620         PERFORM WRITE-REPORT-LINE
071630         IF CHANGE-REJECT-COUNT > 0 AND UNATTENDED-RUN
071640             AND RETURN-CODE = 0
071650             MOVE 4 TO RETURN-CODE
071660         END-IF
071670     ELSE
071680         MOVE CHANGE-ACCOUNTED-COUNT TO REPORT-COUNT-EDIT
071690         MOVE SPACES TO REPORT-DETAIL
071700         STRING "*** CHANGES DO NOT RECONCILE: accounted for"
071710             REPORT-COUNT-EDIT " ***"
071720             DELIMITED BY SIZE INTO REPORT-DETAIL
071730         PERFORM WRITE-REPORT-LINE
071740         MOVE 8 TO RETURN-CODE
071750     END-IF.
071760
071770*Grading patterns across a range of terms, per course (by the
071780*catalog's course title) and per instructor teaching it: how
071790*many were graded, the mean average, and the share of each
071800*letter, with the instructor's figures term by term. Any
071810*instructor whose A-rate or F-rate strays from the course-wide
071820*rate by more than PATTERN-MARGIN points is flagged. A history
071830*entry whose section is not in the catalog cannot be placed and
071840*is counted separately.
071850 GRADING-PATTERN-REPORT.
071860     IF NOT UNATTENDED-RUN
071870         DISPLAY "Enter the grade history filename: "
071880             WITH NO ADVANCING
071890         ACCEPT GRADE-HISTORY-FILENAME
071900         DISPLAY "Enter the course catalog filename: "
071910             WITH NO ADVANCING
071920         ACCEPT CATALOG-FILENAME
071930         DISPLAY "Enter the first term to report (e.g. 2024FA): "
071940             WITH NO ADVANCING
071950         ACCEPT PATTERN-FROM-TERM
071960         DISPLAY "Enter the last term to report (e.g. 2026FA): "
071970             WITH NO ADVANCING
071980         ACCEPT PATTERN-TO-TERM
071990         MOVE "N" TO SCORE-ENTRY-VALID
072000         PERFORM ACCEPT-PATTERN-MARGIN-ENTRY
072010             UNTIL SCORE-ENTRY-VALID = "Y"
072020         DISPLAY "Enter the report filename (blank for "
072030             "console only): " WITH NO ADVANCING
072040         ACCEPT REPORT-FILENAME
072050     END-IF.
072060     MOVE "Y" TO PATTERN-OPEN-OK.
072070     MOVE PATTERN-FROM-TERM TO TERM-CODE-WORK.
072080     PERFORM BUILD-TERM-SORT-KEY.
072090     MOVE TERM-SORT-KEY TO PATTERN-FROM-KEY.
072100     MOVE PATTERN-TO-TERM TO TERM-CODE-WORK.
072110     PERFORM BUILD-TERM-SORT-KEY.
072120     MOVE TERM-SORT-KEY TO PATTERN-TO-KEY.
072130     IF PATTERN-FROM-KEY > PATTERN-TO-KEY
072140         DISPLAY "The first term " PATTERN-FROM-TERM
072150             " is later than the last term " PATTERN-TO-TERM "."
072160         MOVE "N" TO PATTERN-OPEN-OK
072170     END-IF.
072180     IF CATALOG-FILENAME NOT = SPACES
072190         PERFORM OPEN-CATALOG-FILE
072200     END-IF.
072210     IF NOT CATALOG-FILE-OK
072220         DISPLAY "The course catalog is needed for course titles "
072230             "and instructors."
072240         MOVE "N" TO PATTERN-OPEN-OK
072250     END-IF.
072260     OPEN INPUT GRADE-HISTORY-FILE.
072270     IF NOT GRADE-HISTORY-FILE-OK
072280         DISPLAY "Unable to open " GRADE-HISTORY-FILENAME "."
072290         MOVE "N" TO PATTERN-OPEN-OK
072300     END-IF.
072310     IF PATTERN-OPEN-OK = "N"
072320         DISPLAY "Grading-pattern report abandoned."
072330         IF UNATTENDED-RUN
072340             PERFORM FAIL-UNATTENDED-RUN
072350         END-IF
072360     ELSE
072370         MOVE 0 TO PATTERN-RELEASED-COUNT
072380         MOVE 0 TO PATTERN-SKIPPED-COUNT
072390         MOVE 0 TO PATTERN-FLAGGED-COUNT
072400         PERFORM OPEN-REPORT-FILE
072410         SORT PATTERN-SORT-FILE
072420             ON ASCENDING KEY PS-COURSE-TITLE PS-LEVEL
072430                 PS-INSTRUCTOR PS-TERM-SORT-KEY
072440             INPUT PROCEDURE IS RELEASE-PATTERN-ENTRIES
072450             OUTPUT PROCEDURE IS PRINT-PATTERN-REPORT
072460         PERFORM CLOSE-REPORT-FILE
072470     END-IF.
072480     IF GRADE-HISTORY-FILE-OK
072490         CLOSE GRADE-HISTORY-FILE
072500     END-IF.
072510     IF CATALOG-FILE-OK
072520         CLOSE CATALOG-FILE
072530         MOVE "99" TO CATALOG-FILE-STATUS
072540     END-IF.
072550
072560*Prompts for the flag margin the same way the decline threshold
072570*is prompted: blank keeps the margin in force
072580 ACCEPT-PATTERN-MARGIN-ENTRY.
072590     MOVE PATTERN-MARGIN TO REPORT-PCT-EDIT.
072600     DISPLAY "Enter the flag margin in percentage points (blank "
072610         "for " REPORT-PCT-EDIT "): " WITH NO ADVANCING.
072620     ACCEPT SCORE-ENTRY.
072630     PERFORM EDIT-SCORE-ENTRY.
072640     IF SCORE-ENTRY-VALID = "N"
072650         DISPLAY "Margin must be up to 3 digits or "
072660             "blank, try again."
072670     ELSE
072680         IF SCORE-EDITED NOT = SPACES
072690             MOVE SCORE-EDITED TO PATTERN-MARGIN
072700         END-IF
072710     END-IF.
072720
072730 RELEASE-PATTERN-ENTRIES.
072740     MOVE "N" TO EOF-SWITCH.
072750     PERFORM RELEASE-NEXT-PATTERN-ENTRY UNTIL EOF-REACHED.
072760
072770 RELEASE-NEXT-PATTERN-ENTRY.
072780     READ GRADE-HISTORY-FILE NEXT RECORD
072790         AT END
072800             MOVE "Y" TO EOF-SWITCH
072810         NOT AT END
072820             PERFORM RELEASE-ONE-PATTERN-ENTRY
072830     END-READ.
072840
072850 RELEASE-ONE-PATTERN-ENTRY.
072860     MOVE GH-TERM-CODE TO TERM-CODE-WORK.
072870     PERFORM BUILD-TERM-SORT-KEY.
072880     IF TERM-SORT-KEY NOT < PATTERN-FROM-KEY
072890         AND TERM-SORT-KEY NOT > PATTERN-TO-KEY
072900         MOVE "N" TO SECTION-VALID
072910         IF GH-SECTION NOT = SPACES
072920             MOVE GH-SECTION TO SECTION-CHECK
072930             PERFORM CHECK-SECTION-IN-CATALOG
072940         END-IF
072950         IF SECTION-VALID = "N"
072960             ADD 1 TO PATTERN-SKIPPED-COUNT
072970         ELSE
072980             MOVE CAT-COURSE-TITLE TO PS-COURSE-TITLE
072990             MOVE "1" TO PS-LEVEL
073000             MOVE SPACES TO PS-INSTRUCTOR
073010             MOVE SPACES TO PS-TERM-SORT-KEY
073020             MOVE SPACES TO PS-TERM-CODE
073030             MOVE GH-LETTER-GRADE TO PS-LETTER
073040             MOVE GH-AVERAGE TO PS-AVERAGE
073050             RELEASE PATTERN-SORT-RECORD
073060             MOVE "2" TO PS-LEVEL
073070             MOVE CAT-INSTRUCTOR TO PS-INSTRUCTOR
073080             MOVE TERM-SORT-KEY TO PS-TERM-SORT-KEY
073090             MOVE GH-TERM-CODE TO PS-TERM-CODE
073100             RELEASE PATTERN-SORT-RECORD
073110             ADD 1 TO PATTERN-RELEASED-COUNT
073120         END-IF
073130     END-IF.
073140
073150*Control breaks on course, instructor, and term. Each course
073160*prints its course-wide line once its level-1 entries are in,
073170*then each instructor's term lines and all-terms line.
073180 PRINT-PATTERN-REPORT.
073190     MOVE "GRADING PATTERN REPORT" TO REPORT-TITLE.
073200     MOVE SPACES TO REPORT-COLUMN-HEADS.
073210     STRING "Instructor/Term       Count    Mean   A%   B%   C%"
073220         "   D%   F%   I%   W%  Flag"
073230         DELIMITED BY SIZE INTO REPORT-COLUMN-HEADS.
073240     PERFORM BEGIN-REPORT.
073250     MOVE PATTERN-MARGIN TO REPORT-PCT-EDIT.
073260     MOVE SPACES TO REPORT-DETAIL.
073270     STRING "Terms " PATTERN-FROM-TERM " through " PATTERN-TO-TERM
073280         "; * = A or F rate off the course rate by over "
073290         REPORT-PCT-EDIT
073300         DELIMITED BY SIZE INTO REPORT-DETAIL.
073310     PERFORM WRITE-REPORT-LINE.
073320     MOVE "N" TO PATTERN-COURSE-ACTIVE.
073330     MOVE "N" TO PATTERN-INSTRUCTOR-ACTIVE.
073340     MOVE SPACES TO PATTERN-COURSE-SAVE.
073350     MOVE "N" TO EOF-SWITCH.
073360     PERFORM RETURN-NEXT-PATTERN-ENTRY.
073370     PERFORM PROCESS-PATTERN-ENTRY UNTIL EOF-REACHED.
073380     IF PATTERN-INSTRUCTOR-ACTIVE = "Y"
073390         PERFORM FINISH-PATTERN-INSTRUCTOR
073400     END-IF.
073410     MOVE SPACES TO REPORT-DETAIL.
073420     PERFORM WRITE-REPORT-LINE.
073430     MOVE PATTERN-RELEASED-COUNT TO REPORT-COUNT-EDIT.
073440     MOVE SPACES TO REPORT-DETAIL.
073450     STRING "History entries reported:      " REPORT-COUNT-EDIT
073460         DELIMITED BY SIZE INTO REPORT-DETAIL.
073470     PERFORM WRITE-REPORT-LINE.
073480     MOVE PATTERN-SKIPPED-COUNT TO REPORT-COUNT-EDIT.
073490     MOVE SPACES TO REPORT-DETAIL.
073500     STRING "Section not in catalog, left out:" REPORT-COUNT-EDIT
073510         DELIMITED BY SIZE INTO REPORT-DETAIL.
073520     PERFORM WRITE-REPORT-LINE.
073530     MOVE PATTERN-FLAGGED-COUNT TO REPORT-COUNT-EDIT.
073540     MOVE SPACES TO REPORT-DETAIL.
073550     STRING "Instructors flagged:           " REPORT-COUNT-EDIT
073560         DELIMITED BY SIZE INTO REPORT-DETAIL.
073570     PERFORM WRITE-REPORT-LINE.
073580
073590*Takes the next history entry back from the pattern sort
073600 RETURN-NEXT-PATTERN-ENTRY.
073610     RETURN PATTERN-SORT-FILE
073620         AT END
073630             MOVE "Y" TO EOF-SWITCH
073640     END-RETURN.
073650
073660 PROCESS-PATTERN-ENTRY.
073670     IF PATTERN-COURSE-ACTIVE = "N"
073680         OR PS-COURSE-TITLE NOT = PATTERN-COURSE-SAVE
073690         IF PATTERN-INSTRUCTOR-ACTIVE = "Y"
073700             PERFORM FINISH-PATTERN-INSTRUCTOR
073710         END-IF
073720         PERFORM START-PATTERN-COURSE
073730     END-IF.
073740     IF PS-LEVEL = "1"
073750         MOVE 1 TO PATTERN-LEVEL
073760         PERFORM ADD-TO-PATTERN-TOTALS
073770     ELSE
073780         IF PATTERN-INSTRUCTOR-ACTIVE = "N"
073790             PERFORM PRINT-PATTERN-COURSE-LINE
073800             PERFORM START-PATTERN-INSTRUCTOR
073810         ELSE
073820             IF PS-INSTRUCTOR NOT = PATTERN-INSTRUCTOR-SAVE
073830                 PERFORM FINISH-PATTERN-INSTRUCTOR
073840                 PERFORM START-PATTERN-INSTRUCTOR
073850             ELSE
073860                 IF PS-TERM-CODE NOT = PATTERN-TERM-SAVE
073870                     PERFORM PRINT-PATTERN-TERM-LINE
073880                     PERFORM START-PATTERN-TERM
073890                 END-IF
073900             END-IF
073910         END-IF
073920         MOVE 2 TO PATTERN-LEVEL
073930         PERFORM ADD-TO-PATTERN-TOTALS
073940         MOVE 3 TO PATTERN-LEVEL
073950         PERFORM ADD-TO-PATTERN-TOTALS
073960     END-IF.
073970     PERFORM RETURN-NEXT-PATTERN-ENTRY.
073980
073990 START-PATTERN-COURSE.
074000     MOVE PS-COURSE-TITLE TO PATTERN-COURSE-SAVE.
074010     MOVE "Y" TO PATTERN-COURSE-ACTIVE.
074020     MOVE 1 TO PATTERN-LEVEL.
074030     INITIALIZE PATTERN-LEVEL-TOTALS(PATTERN-LEVEL).
074040     MOVE SPACES TO REPORT-DETAIL.
074050     PERFORM WRITE-REPORT-LINE.
074060     MOVE SPACES TO REPORT-DETAIL.
074070     STRING "Course: " PATTERN-COURSE-SAVE
074080         DELIMITED BY SIZE INTO REPORT-DETAIL.
074090     PERFORM WRITE-REPORT-LINE.
074100
074110 START-PATTERN-INSTRUCTOR.
074120     MOVE PS-INSTRUCTOR TO PATTERN-INSTRUCTOR-SAVE.
074130     MOVE "Y" TO PATTERN-INSTRUCTOR-ACTIVE.
074140     MOVE 2 TO PATTERN-LEVEL.
074150     INITIALIZE PATTERN-LEVEL-TOTALS(PATTERN-LEVEL).
074160     MOVE SPACES TO REPORT-DETAIL.
074170     STRING "  Instructor: " PATTERN-INSTRUCTOR-SAVE
074180         DELIMITED BY SIZE INTO REPORT-DETAIL.
074190     PERFORM WRITE-REPORT-LINE.
074200     PERFORM START-PATTERN-TERM.
074210
074220 START-PATTERN-TERM.
074230     MOVE PS-TERM-CODE TO PATTERN-TERM-SAVE.
074240     MOVE 3 TO PATTERN-LEVEL.
074250     INITIALIZE PATTERN-LEVEL-TOTALS(PATTERN-LEVEL).
074260
074270*Closes out an instructor: the last term's line, then the all-
074280*terms line, compared against the course-wide rates
074290 FINISH-PATTERN-INSTRUCTOR.
074300     PERFORM PRINT-PATTERN-TERM-LINE.
074310     MOVE 2 TO PATTERN-LEVEL.
074320     PERFORM CHECK-PATTERN-FLAG.
074330     MOVE "    All terms" TO PATTERN-LABEL.
074340     PERFORM WRITE-PATTERN-LINE.
074350     MOVE "N" TO PATTERN-INSTRUCTOR-ACTIVE.
074360
074370 PRINT-PATTERN-COURSE-LINE.
074380     MOVE 1 TO PATTERN-LEVEL.
074390     MOVE "  All instructors" TO PATTERN-LABEL.
074400     MOVE SPACES TO PATTERN-FLAG.
074410     PERFORM WRITE-PATTERN-LINE.
074420
074430 PRINT-PATTERN-TERM-LINE.
074440     MOVE 3 TO PATTERN-LEVEL.
074450     MOVE SPACES TO PATTERN-LABEL.
074460     MOVE PATTERN-TERM-SAVE TO PATTERN-LABEL(5:6).
074470     MOVE SPACES TO PATTERN-FLAG.
074480     PERFORM WRITE-PATTERN-LINE.
074490
074500 ADD-TO-PATTERN-TOTALS.
074510     ADD 1 TO PT-ENTRY-COUNT(PATTERN-LEVEL).
074520     MOVE 0 TO PATTERN-LETTER-INDEX.
074530     PERFORM MATCH-ONE-PATTERN-LETTER
074540         VARYING PATTERN-LETTER-SUB FROM 1 BY 1
074550         UNTIL PATTERN-LETTER-SUB > 7.
074560     IF PATTERN-LETTER-INDEX > 0
074570         ADD 1 TO PT-LETTER-COUNT(PATTERN-LEVEL,
074580             PATTERN-LETTER-INDEX)
074590     END-IF.
074600     IF PS-LETTER NOT = "I" AND PS-LETTER NOT = "W"
074610         ADD 1 TO PT-GRADED-COUNT(PATTERN-LEVEL)
074620         ADD PS-AVERAGE TO PT-AVERAGE-TOTAL(PATTERN-LEVEL)
074630     END-IF.
074640
074650 MATCH-ONE-PATTERN-LETTER.
074660     IF PATTERN-LETTER(PATTERN-LETTER-SUB) = PS-LETTER
074670         MOVE PATTERN-LETTER-SUB TO PATTERN-LETTER-INDEX
074680     END-IF.
074690
074700*Writes one figures line for PATTERN-LEVEL under PATTERN-LABEL
074710*with PATTERN-FLAG in the last column
074720 WRITE-PATTERN-LINE.
074730     MOVE PT-ENTRY-COUNT(PATTERN-LEVEL) TO REPORT-COUNT-EDIT.
074740     IF PT-GRADED-COUNT(PATTERN-LEVEL) > 0
074750         COMPUTE PATTERN-MEAN ROUNDED =
074760             PT-AVERAGE-TOTAL(PATTERN-LEVEL)
074770                 / PT-GRADED-COUNT(PATTERN-LEVEL)
074780     ELSE
074790         MOVE 0 TO PATTERN-MEAN
074800     END-IF.
074810     MOVE PATTERN-MEAN TO REPORT-AVG-EDIT.
074820     PERFORM EDIT-ONE-PATTERN-PERCENT
074830         VARYING PATTERN-LETTER-SUB FROM 1 BY 1
074840         UNTIL PATTERN-LETTER-SUB > 7.
074850     MOVE SPACES TO REPORT-DETAIL.
074860     STRING PATTERN-LABEL REPORT-COUNT-EDIT "  " REPORT-AVG-EDIT
074870         "  " PATTERN-PCT-EDIT(1) "  " PATTERN-PCT-EDIT(2)
074880         "  " PATTERN-PCT-EDIT(3) "  " PATTERN-PCT-EDIT(4)
074890         "  " PATTERN-PCT-EDIT(5) "  " PATTERN-PCT-EDIT(6)
074900         "  " PATTERN-PCT-EDIT(7) "  " PATTERN-FLAG
074910         DELIMITED BY SIZE INTO REPORT-DETAIL.
074920     PERFORM WRITE-REPORT-LINE.
074930
074940 EDIT-ONE-PATTERN-PERCENT.
074950     IF PT-ENTRY-COUNT(PATTERN-LEVEL) > 0
074960         COMPUTE PATTERN-PCT-WHOLE ROUNDED =
074970             PT-LETTER-COUNT(PATTERN-LEVEL, PATTERN-LETTER-SUB)
074980                 * 100 / PT-ENTRY-COUNT(PATTERN-LEVEL)
074990     ELSE
075000         MOVE 0 TO PATTERN-PCT-WHOLE
075010     END-IF.
075020     MOVE PATTERN-PCT-WHOLE
075030         TO PATTERN-PCT-EDIT(PATTERN-LETTER-SUB).
075040
075050*Compares the instructor's A-rate and F-rate (level 2) with the
075060*course-wide rates (level 1) and sets PATTERN-FLAG
075070 CHECK-PATTERN-FLAG.
075080     MOVE 1 TO PATTERN-LETTER-SUB.
075090     PERFORM COMPARE-PATTERN-RATE.
075100     MOVE PATTERN-RATE-DIFF TO PATTERN-RATE-WORK.
075110     IF PATTERN-RATE-WORK > PATTERN-MARGIN
075120         MOVE "Y" TO PATTERN-A-EXCEEDED
075130     ELSE
075140         MOVE "N" TO PATTERN-A-EXCEEDED
075150     END-IF.
075160     MOVE 5 TO PATTERN-LETTER-SUB.
075170     PERFORM COMPARE-PATTERN-RATE.
075180     MOVE PATTERN-RATE-DIFF TO PATTERN-RATE-WORK.
075190     IF PATTERN-RATE-WORK > PATTERN-MARGIN
075200         MOVE "Y" TO PATTERN-F-EXCEEDED
075210     ELSE
075220         MOVE "N" TO PATTERN-F-EXCEEDED
075230     END-IF.
075240     MOVE SPACES TO PATTERN-FLAG.
075250     IF PATTERN-A-EXCEEDED = "Y" AND PATTERN-F-EXCEEDED = "Y"
075260         MOVE "*A+F" TO PATTERN-FLAG
075270     ELSE
075280         IF PATTERN-A-EXCEEDED = "Y"
075290             MOVE "*A-RATE" TO PATTERN-FLAG
075300         END-IF
075310         IF PATTERN-F-EXCEEDED = "Y"
075320             MOVE "*F-RATE" TO PATTERN-FLAG
075330         END-IF
075340     END-IF.
075350     IF PATTERN-FLAG NOT = SPACES
075360         ADD 1 TO PATTERN-FLAGGED-COUNT
075370     END-IF.
075380
075390*The distance, either way, between the instructor's and the
075400*course's rate for the letter at PATTERN-LETTER-SUB
075410 COMPARE-PATTERN-RATE.
075420     COMPUTE PATTERN-RATE-WORK ROUNDED =
075430         PT-LETTER-COUNT(2, PATTERN-LETTER-SUB) * 100
075440             / PT-ENTRY-COUNT(2).
075450     COMPUTE PATTERN-COURSE-RATE ROUNDED =
075460         PT-LETTER-COUNT(1, PATTERN-LETTER-SUB) * 100
075470             / PT-ENTRY-COUNT(1).
075480     COMPUTE PATTERN-RATE-DIFF =
075490         PATTERN-RATE-WORK - PATTERN-COURSE-RATE.
075500     IF PATTERN-RATE-DIFF < 0
075510         COMPUTE PATTERN-RATE-DIFF = 0 - PATTERN-RATE-DIFF
075520     END-IF.
075530
075540*Section curve: one score position raised for a whole section by
075550*flat points, by a percentage, or by the factor that brings the
075560*section's mean for that score to a target, capped at 100. A
075570*score not yet recorded stays blank. The section is measured,
075580*then previewed student by student with the letter distribution
075590*before and after; only a confirmed curve is applied, and every
075600*record it changes is journaled under the run ID so that mode B
075610*can back the whole curve out like a posting run.
075620 CURVE-SECTION-SCORES.
075630     IF NOT UNATTENDED-RUN
075640         MOVE SPACES TO SECTION-FILTER
075650         PERFORM ACCEPT-CURVE-SECTION-ENTRY
075660             UNTIL SECTION-FILTER NOT = SPACES
075670         MOVE 0 TO CURVE-POSITION
075680         PERFORM ACCEPT-CURVE-POSITION-ENTRY
075690             UNTIL CURVE-POSITION NOT = 0
075700         MOVE SPACE TO CURVE-METHOD
075710         PERFORM ACCEPT-CURVE-METHOD-ENTRY
075720             UNTIL CURVE-METHOD NOT = SPACE
075730         MOVE 0 TO CURVE-AMOUNT
075740         PERFORM ACCEPT-CURVE-AMOUNT-ENTRY
075750             UNTIL CURVE-AMOUNT NOT = 0
075760         DISPLAY "Enter the grade scale filename (blank for "
075770             "none): " WITH NO ADVANCING
075780         ACCEPT GRADE-SCALE-FILENAME
075790         DISPLAY "Enter the score weights filename (blank "
075800             "for equal weights): " WITH NO ADVANCING
075810         ACCEPT WEIGHTS-FILENAME
075820         DISPLAY "Enter the course catalog filename (blank "
075830             "for none): " WITH NO ADVANCING
075840         ACCEPT CATALOG-FILENAME
075850         IF TERM-CONTROL-FILENAME NOT = SPACES
075860             DISPLAY "Enter the term these scores belong to "
075870                 "(e.g. 2026FA): " WITH NO ADVANCING
075880             ACCEPT TERM-CODE
075890         END-IF
075900         DISPLAY "Enter the report filename (blank for "
075910             "console only): " WITH NO ADVANCING
075920         ACCEPT REPORT-FILENAME
075930         MOVE "N" TO CURVE-APPLY
075940     END-IF.
075950     MOVE "Y" TO CURVE-OPEN-OK.
075960     IF GRADE-SCALE-FILENAME NOT = SPACES
075970         PERFORM LOAD-GRADE-TABLE
075980     END-IF.
075990     IF WEIGHTS-FILENAME NOT = SPACES
076000         PERFORM LOAD-WEIGHTS-TABLE
076010     END-IF.
076020     IF CATALOG-FILENAME NOT = SPACES
076030         PERFORM OPEN-CATALOG-FILE
076040         IF CATALOG-FILE-OK
076050             MOVE SECTION-FILTER TO SECTION-CHECK
076060             PERFORM CHECK-SECTION-IN-CATALOG
076070             IF SECTION-VALID = "N"
076080                 DISPLAY "Section " SECTION-FILTER " is not in "
076090                     "the course catalog."
076100                 MOVE "N" TO CURVE-OPEN-OK
076110             END-IF
076120             CLOSE CATALOG-FILE
076130             MOVE "99" TO CATALOG-FILE-STATUS
076140         END-IF
076150     END-IF.
076160     MOVE SECTION-FILTER TO SECURITY-SECTION.
076170     MOVE SPACES TO SECURITY-STUDENT-ID.
076180     PERFORM CHECK-OPERATOR-SECTION.
076190     IF SECTION-AUTHORIZED = "N"
076200         DISPLAY "You may not change section " SECTION-FILTER "."
076210         MOVE "N" TO CURVE-OPEN-OK
076220     END-IF.
076230*    A closed term's scores are on its snapshot and history; the
076240*    roster has already moved on, so there is nothing to curve
076250     PERFORM CHECK-TERM-OPEN.
076260     IF TERM-IS-CLOSED
076270         DISPLAY "Term " TERM-CODE " is closed, its scores can "
076280             "no longer be curved."
076290         MOVE "N" TO CURVE-OPEN-OK
076300     END-IF.
076310     IF CURVE-OPEN-OK = "Y"
076320         OPEN INPUT GRADES-FILE
076330         PERFORM REPROMPT-FOR-FILENAME UNTIL GRADES-FILE-OK
076340         MOVE 0 TO CURVE-SCORED-COUNT
076350         MOVE 0 TO CURVE-BEFORE-TOTAL
076360         MOVE "M" TO CURVE-PASS
076370         PERFORM START-CURVE-SECTION
076380         PERFORM READ-NEXT-CURVE-STUDENT UNTIL EOF-REACHED
076390         PERFORM CHECK-CURVE-MEASURE
076400         IF CURVE-OPEN-OK = "N"
076410             CLOSE GRADES-FILE
076420         END-IF
076430     END-IF.
076440     IF CURVE-OPEN-OK = "N"
076450         DISPLAY "Section curve abandoned."
076460         IF UNATTENDED-RUN
076470             PERFORM FAIL-UNATTENDED-RUN
076480         END-IF
076490     ELSE
076500         PERFORM OPEN-REPORT-FILE
076510         PERFORM PREVIEW-CURVE-SECTION
076520         CLOSE GRADES-FILE
076530         PERFORM CONFIRM-CURVE
076540         IF CURVE-APPLY = "Y"
076550             PERFORM APPLY-CURVE-SECTION
076560         END-IF
076570         PERFORM CLOSE-REPORT-FILE
076580     END-IF.
076590
076600 ACCEPT-CURVE-SECTION-ENTRY.
076610     DISPLAY "Enter the section to curve: " WITH NO ADVANCING.
076620     ACCEPT SECTION-FILTER.
076630     IF SECTION-FILTER = SPACES
076640         DISPLAY "A section is required, try again."
076650     END-IF.
076660
076670 ACCEPT-CURVE-POSITION-ENTRY.
076680     DISPLAY "Enter the score to curve (1 to 5): "
076690         WITH NO ADVANCING.
076700     ACCEPT CURVE-POSITION-ENTRY.
076710     IF CURVE-POSITION-ENTRY >= "1"
076720         AND CURVE-POSITION-ENTRY <= "5"
076730         MOVE CURVE-POSITION-ENTRY TO CURVE-POSITION
076740     ELSE
076750         DISPLAY "Score must be 1 through 5, try again."
076760     END-IF.
076770
076780 ACCEPT-CURVE-METHOD-ENTRY.
076790     DISPLAY "Enter the curve method (F flat points, "
076800         "P percentage, T target mean): " WITH NO ADVANCING.
076810     ACCEPT CURVE-METHOD.
076820     IF CURVE-METHOD NOT = "F" AND CURVE-METHOD NOT = "P"
076830         AND CURVE-METHOD NOT = "T"
076840         DISPLAY "Method must be F, P, or T, try again."
076850         MOVE SPACE TO CURVE-METHOD
076860     END-IF.
076870
076880*The amount is points to add, a percentage to add, or the mean
076890*to reach, depending on the method; a target above 100 could
076900*never be reached under the cap
076910 ACCEPT-CURVE-AMOUNT-ENTRY.
076920     EVALUATE CURVE-METHOD
076930         WHEN "F"
076940             DISPLAY "Enter the points to add: "
076950                 WITH NO ADVANCING
076960         WHEN "P"
076970             DISPLAY "Enter the percentage to add: "
076980                 WITH NO ADVANCING
076990         WHEN "T"
077000             DISPLAY "Enter the target section mean: "
077010                 WITH NO ADVANCING
077020     END-EVALUATE.
077030     ACCEPT SCORE-ENTRY.
077040     PERFORM EDIT-SCORE-ENTRY.
077050     IF SCORE-ENTRY-VALID = "N" OR SCORE-EDITED = SPACES
077060         DISPLAY "Amount must be 1 to 3 digits, try again."
077070     ELSE
077080         MOVE SCORE-EDITED TO CURVE-AMOUNT
077090         IF CURVE-AMOUNT = 0
077100             DISPLAY "Amount must be more than zero, try again."
077110         END-IF
077120         IF CURVE-METHOD = "T" AND CURVE-AMOUNT > 100
077130             DISPLAY "A target mean cannot be over 100, try "
077140                 "again."
077150             MOVE 0 TO CURVE-AMOUNT
077160         END-IF
077170     END-IF.
077180
077190*Every pass reads just the section, from its alternate key
077200 START-CURVE-SECTION.
077210     MOVE "N" TO EOF-SWITCH.
077220     MOVE SECTION-FILTER TO STUDENT-RECORD-SECTION.
077230     START GRADES-FILE
077240         KEY IS EQUAL TO STUDENT-RECORD-SECTION
077250         INVALID KEY
077260             MOVE "Y" TO EOF-SWITCH
077270     END-START.
077280
077290 READ-NEXT-CURVE-STUDENT.
077300     READ GRADES-FILE NEXT RECORD INTO STUDENT
077310         AT END
077320             MOVE "Y" TO EOF-SWITCH
077330         NOT AT END
077340             IF STUDENT-SECTION NOT = SECTION-FILTER
077350                 MOVE "Y" TO EOF-SWITCH
077360             ELSE
077370                 EVALUATE CURVE-PASS
077380                     WHEN "M"
077390                         PERFORM MEASURE-CURVE-STUDENT
077400                     WHEN "P"
077410                         PERFORM PREVIEW-CURVE-STUDENT
077420                     WHEN "A"
077430                         PERFORM APPLY-CURVE-TO-STUDENT
077440                 END-EVALUATE
077450             END-IF
077460     END-READ.
077470
077480 MEASURE-CURVE-STUDENT.
077490     IF STUDENT-SCORE(CURVE-POSITION) NUMERIC
077500         ADD 1 TO CURVE-SCORED-COUNT
077510         ADD STUDENT-SCORE(CURVE-POSITION) TO CURVE-BEFORE-TOTAL
077520     END-IF.
077530
077540*A section with no recorded scores has nothing to curve, and a
077550*target mean the section already meets would lower scores; the
077560*factor for a target mean is worked from the section totals so
077570*that rounding the mean does not skew it
077580 CHECK-CURVE-MEASURE.
077590     IF CURVE-SCORED-COUNT = 0
077600         DISPLAY "No student in section " SECTION-FILTER
077610             " has score " CURVE-POSITION " recorded."
077620         MOVE "N" TO CURVE-OPEN-OK
077630     ELSE
077640         COMPUTE CURVE-BEFORE-MEAN ROUNDED =
077650             CURVE-BEFORE-TOTAL / CURVE-SCORED-COUNT
077660         IF CURVE-METHOD = "T"
077670             IF CURVE-BEFORE-TOTAL = 0
077680                 DISPLAY "Every recorded score " CURVE-POSITION
077690                     " is zero, it cannot be rescaled."
077700                 MOVE "N" TO CURVE-OPEN-OK
077710             ELSE
077720                 IF CURVE-BEFORE-MEAN NOT < CURVE-AMOUNT
077730                     MOVE CURVE-BEFORE-MEAN TO REPORT-AVG-EDIT
077740                     DISPLAY "The section mean for score "
077750                         CURVE-POSITION " is already "
077760                         REPORT-AVG-EDIT
077770                         ", at or over the target."
077780                     MOVE "N" TO CURVE-OPEN-OK
077790                 ELSE
077800                     COMPUTE CURVE-FACTOR ROUNDED =
077810                         CURVE-AMOUNT * CURVE-SCORED-COUNT
077820                             / CURVE-BEFORE-TOTAL
077830                 END-IF
077840             END-IF
077850         END-IF
077860     END-IF.
077870
077880 PREVIEW-CURVE-SECTION.
077890     MOVE "SECTION CURVE PREVIEW" TO REPORT-TITLE.
077900     MOVE SPACES TO REPORT-COLUMN-HEADS.
077910     STRING "ID         NAME                  OLD  NEW   "
077920         "BEFORE     AFTER     NOTE"
077930         DELIMITED BY SIZE INTO REPORT-COLUMN-HEADS.
077940     PERFORM BEGIN-REPORT.
077950     MOVE SPACES TO REPORT-DETAIL.
077960     PERFORM WRITE-REPORT-LINE.
077970     MOVE "===== Section Curve Preview =====" TO REPORT-DETAIL.
077980     PERFORM WRITE-REPORT-LINE.
077990     EVALUATE CURVE-METHOD
078000         WHEN "F"
078010             MOVE "flat points added:" TO CURVE-METHOD-TEXT
078020         WHEN "P"
078030             MOVE "percentage added:" TO CURVE-METHOD-TEXT
078040         WHEN "T"
078050             MOVE "target section mean:" TO CURVE-METHOD-TEXT
078060     END-EVALUATE.
078070     MOVE CURVE-AMOUNT TO CURVE-SCORE-EDIT.
078080     MOVE SPACES TO REPORT-DETAIL.
078090     STRING "Section " SECTION-FILTER "  score " CURVE-POSITION
078100         "  " DELIMITED BY SIZE
078110         CURVE-METHOD-TEXT DELIMITED BY "  "
078120         " " CURVE-SCORE-EDIT DELIMITED BY SIZE
078130         INTO REPORT-DETAIL.
078140     PERFORM WRITE-REPORT-LINE.
078150     MOVE SPACES TO REPORT-DETAIL.
078160     STRING "Curved scores are capped at 100; scores not yet "
078170         "recorded stay blank."
078180         DELIMITED BY SIZE INTO REPORT-DETAIL.
078190     PERFORM WRITE-REPORT-LINE.
078200     MOVE SPACES TO REPORT-DETAIL.
078210     PERFORM WRITE-REPORT-LINE.
078220     INITIALIZE CURVE-DISTRIBUTION.
078230     MOVE 0 TO CURVE-STUDENT-COUNT.
078240     MOVE 0 TO CURVE-CHANGED-COUNT.
078250     MOVE 0 TO CURVE-CAPPED-COUNT.
078260     MOVE 0 TO CURVE-AFTER-TOTAL.
078270     MOVE "P" TO CURVE-PASS.
078280     PERFORM START-CURVE-SECTION.
078290     PERFORM READ-NEXT-CURVE-STUDENT UNTIL EOF-REACHED.
078300     PERFORM PRINT-CURVE-DISTRIBUTION.
078310
078320*Each student's average and letter are worked before and after
078330*the curve exactly as a grading run would work them
078340 PREVIEW-CURVE-STUDENT.
078350     ADD 1 TO CURVE-STUDENT-COUNT.
078360     PERFORM AVERAGE.
078370     PERFORM DETERMINE-LETTER-GRADE.
078380     MOVE AVERAGE-GRADE TO CURVE-OLD-AVERAGE.
078390     MOVE STUDENT-GRADE TO CURVE-OLD-LETTER.
078400     PERFORM FIND-CURVE-LETTER-SUB.
078410     ADD 1 TO CURVE-BEFORE-COUNT(CURVE-LETTER-SUB).
078420     MOVE SPACES TO CURVE-NOTE.
078430     IF STUDENT-SCORE(CURVE-POSITION) NUMERIC
078440         PERFORM COMPUTE-CURVED-SCORE
078450         MOVE CURVE-OLD-SCORE TO CURVE-SCORE-EDIT
078460         MOVE CURVE-SCORE-EDIT TO CURVE-OLD-TEXT
078470         MOVE CURVE-NEW-SCORE TO CURVE-SCORE-EDIT
078480         MOVE CURVE-SCORE-EDIT TO CURVE-NEW-TEXT
078490         ADD CURVE-NEW-SCORE TO CURVE-AFTER-TOTAL
078500         IF CURVE-NEW-SCORE NOT = CURVE-OLD-SCORE
078510             ADD 1 TO CURVE-CHANGED-COUNT
078520         END-IF
078530         IF CURVE-CAPPED = "Y"
078540             ADD 1 TO CURVE-CAPPED-COUNT
078550             MOVE "CAPPED" TO CURVE-NOTE
078560         END-IF
078570         MOVE CURVE-NEW-SCORE TO STUDENT-SCORE(CURVE-POSITION)
078580         PERFORM AVERAGE
078590         PERFORM DETERMINE-LETTER-GRADE
078600     ELSE
078610         MOVE " --" TO CURVE-OLD-TEXT
078620         MOVE " --" TO CURVE-NEW-TEXT
078630         MOVE "BLANK" TO CURVE-NOTE
078640     END-IF.
078650     MOVE AVERAGE-GRADE TO CURVE-NEW-AVERAGE.
078660     MOVE STUDENT-GRADE TO CURVE-NEW-LETTER.
078670     PERFORM FIND-CURVE-LETTER-SUB.
078680     ADD 1 TO CURVE-AFTER-COUNT(CURVE-LETTER-SUB).
078690     MOVE CURVE-OLD-AVERAGE TO CURVE-OLD-AVG-EDIT.
078700     MOVE CURVE-NEW-AVERAGE TO CURVE-NEW-AVG-EDIT.
078710     MOVE SPACES TO REPORT-DETAIL.
078720     STRING STUDENT-ID "  " STUDENT-NAME "  " CURVE-OLD-TEXT "  "
078730         CURVE-NEW-TEXT "   " CURVE-OLD-AVG-EDIT " "
078740         CURVE-OLD-LETTER "   " CURVE-NEW-AVG-EDIT " "
078750         CURVE-NEW-LETTER "  " CURVE-NOTE
078760         DELIMITED BY SIZE INTO REPORT-DETAIL.
078770     PERFORM WRITE-REPORT-LINE.
078780
078790*The scale letters keep their POSSIBLE_GRADES subscript in the
078800*distribution; an Incomplete takes the sixth slot
078810 FIND-CURVE-LETTER-SUB.
078820     IF STUDENT-GRADE = "I"
078830         MOVE 6 TO CURVE-LETTER-SUB
078840     ELSE
078850         MOVE GRADE-INDEX TO CURVE-LETTER-SUB
078860     END-IF.
078870
078880*The curved value of the (recorded) score at CURVE-POSITION. A
078890*score already over 100 is bad data for the scan to find, not
078900*for a curve to change, so it is left as it is.
078910 COMPUTE-CURVED-SCORE.
078920     MOVE STUDENT-SCORE(CURVE-POSITION) TO CURVE-OLD-SCORE.
078930     MOVE "N" TO CURVE-CAPPED.
078940     IF CURVE-OLD-SCORE > 100
078950         MOVE CURVE-OLD-SCORE TO CURVE-NEW-SCORE
078960     ELSE
078970         EVALUATE CURVE-METHOD
078980             WHEN "F"
078990                 COMPUTE CURVE-NEW-WORK =
079000                     CURVE-OLD-SCORE + CURVE-AMOUNT
079010             WHEN "P"
079020                 COMPUTE CURVE-NEW-WORK ROUNDED =
079030                     CURVE-OLD-SCORE * (100 + CURVE-AMOUNT) / 100
079040             WHEN "T"
079050                 COMPUTE CURVE-NEW-WORK ROUNDED =
079060                     CURVE-OLD-SCORE * CURVE-FACTOR
079070         END-EVALUATE
079080         IF CURVE-NEW-WORK > 100
079090             MOVE 100 TO CURVE-NEW-SCORE
079100             MOVE "Y" TO CURVE-CAPPED
079110         ELSE
079120             MOVE CURVE-NEW-WORK TO CURVE-NEW-SCORE
079130         END-IF
079140     END-IF.
079150
079160 PRINT-CURVE-DISTRIBUTION.
079170     MOVE SPACES TO REPORT-DETAIL.
079180     PERFORM WRITE-REPORT-LINE.
079190     MOVE "Letter    Before    After" TO REPORT-DETAIL.
079200     PERFORM WRITE-REPORT-LINE.
079210     PERFORM PRINT-ONE-CURVE-LETTER
079220         VARYING CURVE-LETTER-SUB FROM 5 BY -1
079230         UNTIL CURVE-LETTER-SUB < 1.
079240     MOVE 6 TO CURVE-LETTER-SUB.
079250     PERFORM PRINT-ONE-CURVE-LETTER.
079260     MOVE SPACES TO REPORT-DETAIL.
079270     PERFORM WRITE-REPORT-LINE.
079280     COMPUTE CURVE-AFTER-MEAN ROUNDED =
079290         CURVE-AFTER-TOTAL / CURVE-SCORED-COUNT.
079300     MOVE CURVE-BEFORE-MEAN TO REPORT-AVG-EDIT.
079310     MOVE SPACES TO REPORT-DETAIL.
079320     STRING "Section mean of score " CURVE-POSITION " before: "
079330         REPORT-AVG-EDIT
079340         DELIMITED BY SIZE INTO REPORT-DETAIL.
079350     PERFORM WRITE-REPORT-LINE.
079360     MOVE CURVE-AFTER-MEAN TO REPORT-AVG-EDIT.
079370     MOVE SPACES TO REPORT-DETAIL.
079380     STRING "Section mean of score " CURVE-POSITION " after:  "
079390         REPORT-AVG-EDIT
079400         DELIMITED BY SIZE INTO REPORT-DETAIL.
079410     PERFORM WRITE-REPORT-LINE.
079420     MOVE CURVE-STUDENT-COUNT TO REPORT-COUNT-EDIT.
079430     MOVE SPACES TO REPORT-DETAIL.
079440     STRING "Students in section:     " REPORT-COUNT-EDIT
079450         DELIMITED BY SIZE INTO REPORT-DETAIL.
079460     PERFORM WRITE-REPORT-LINE.
079470     COMPUTE REPORT-COUNT-EDIT =
079480         CURVE-STUDENT-COUNT - CURVE-SCORED-COUNT.
079490     MOVE SPACES TO REPORT-DETAIL.
079500     STRING "Not yet recorded, blank: " REPORT-COUNT-EDIT
079510         DELIMITED BY SIZE INTO REPORT-DETAIL.
079520     PERFORM WRITE-REPORT-LINE.
079530     MOVE CURVE-CHANGED-COUNT TO REPORT-COUNT-EDIT.
079540     MOVE SPACES TO REPORT-DETAIL.
079550     STRING "Scores to change:        " REPORT-COUNT-EDIT
079560         DELIMITED BY SIZE INTO REPORT-DETAIL.
079570     PERFORM WRITE-REPORT-LINE.
079580     MOVE CURVE-CAPPED-COUNT TO REPORT-COUNT-EDIT.
079590     MOVE SPACES TO REPORT-DETAIL.
079600     STRING "Capped at 100:           " REPORT-COUNT-EDIT
079610         DELIMITED BY SIZE INTO REPORT-DETAIL.
079620     PERFORM WRITE-REPORT-LINE.
079630
079640 PRINT-ONE-CURVE-LETTER.
079650     MOVE CURVE-BEFORE-COUNT(CURVE-LETTER-SUB)
079660         TO CURVE-BEFORE-EDIT.
079670     MOVE CURVE-AFTER-COUNT(CURVE-LETTER-SUB) TO CURVE-AFTER-EDIT.
079680     MOVE SPACES TO REPORT-DETAIL.
079690     IF CURVE-LETTER-SUB = 6
079700         STRING "  I     " CURVE-BEFORE-EDIT "  " CURVE-AFTER-EDIT
079710             DELIMITED BY SIZE INTO REPORT-DETAIL
079720     ELSE
079730         STRING "  " POSSIBLE_GRADES(CURVE-LETTER-SUB) "     "
079740             CURVE-BEFORE-EDIT "  " CURVE-AFTER-EDIT
079750             DELIMITED BY SIZE INTO REPORT-DETAIL
079760     END-IF.
079770     PERFORM WRITE-REPORT-LINE.
079780
079790*Nothing is changed until the preview has been seen: an operator
079800*confirms at the console, an unattended run only with
079810*CURVE-APPLY=Y. Applying needs the journal and run ID a backout
079820*will ask for.
079830 CONFIRM-CURVE.
079840     IF CURVE-CHANGED-COUNT = 0
079850         MOVE "N" TO CURVE-APPLY
079860         MOVE "No score changes, nothing to apply."
079870             TO REPORT-DETAIL
079880         PERFORM WRITE-REPORT-LINE
079890     ELSE
079900         IF NOT UNATTENDED-RUN
079910             MOVE SPACE TO CURVE-APPLY
079920             PERFORM ACCEPT-CURVE-APPLY-ENTRY
079930                 UNTIL CURVE-APPLY = "Y" OR CURVE-APPLY = "N"
079940             IF CURVE-APPLY = "Y"
079950                 DISPLAY "Enter the posting journal filename: "
079960                     WITH NO ADVANCING
079970                 ACCEPT JOURNAL-FILENAME
079980                 MOVE SPACES TO POSTING-RUN-ID
079990                 PERFORM ACCEPT-POSTING-RUN-ID
080000                     UNTIL POSTING-RUN-ID NOT = SPACES
080010             END-IF
080020         END-IF
080030         IF CURVE-APPLY = "N"
080040             MOVE "Preview only, no scores were changed."
080050                 TO REPORT-DETAIL
080060             PERFORM WRITE-REPORT-LINE
080070         END-IF
080080     END-IF.
080090
080100 ACCEPT-CURVE-APPLY-ENTRY.
080110     DISPLAY "Apply this curve to section " SECTION-FILTER
080120         "? (Y/N): " WITH NO ADVANCING.
080130     ACCEPT CURVE-APPLY.
080140     IF CURVE-APPLY NOT = "Y" AND CURVE-APPLY NOT = "N"
080150         DISPLAY "Please answer Y or N."
080160     END-IF.
080170
080180*The same rule as posting: no curve without a journal to back
080190*it out from
080200 APPLY-CURVE-SECTION.
080210     PERFORM OPEN-JOURNAL-FILE.
080220     IF NOT JOURNAL-FILE-OK
080230         DISPLAY "Unable to open " JOURNAL-FILENAME
080240             ", a curve is not applied without a journal."
080250         IF UNATTENDED-RUN
080260             PERFORM FAIL-UNATTENDED-RUN
080270         END-IF
080280     ELSE
080290         OPEN I-O GRADES-FILE
080300         PERFORM REPROMPT-FOR-FILENAME-IO UNTIL GRADES-FILE-OK
080310         MOVE 0 TO CURVE-APPLIED-COUNT
080320         MOVE 0 TO CURVE-ERROR-COUNT
080330         MOVE "A" TO CURVE-PASS
080340         PERFORM START-CURVE-SECTION
080350         PERFORM READ-NEXT-CURVE-STUDENT UNTIL EOF-REACHED
080360         CLOSE GRADES-FILE
080370         CLOSE JOURNAL-FILE
080380         MOVE "99" TO JOURNAL-FILE-STATUS
080390         MOVE CURVE-APPLIED-COUNT TO REPORT-COUNT-EDIT
080400         MOVE SPACES TO REPORT-DETAIL
080410         STRING "Scores curved:           " REPORT-COUNT-EDIT
080420             DELIMITED BY SIZE INTO REPORT-DETAIL
080430         PERFORM WRITE-REPORT-LINE
080440         MOVE CURVE-ERROR-COUNT TO REPORT-COUNT-EDIT
080450         MOVE SPACES TO REPORT-DETAIL
080460         STRING "Could not be updated:    " REPORT-COUNT-EDIT
080470             DELIMITED BY SIZE INTO REPORT-DETAIL
080480         PERFORM WRITE-REPORT-LINE
080490         MOVE SPACES TO REPORT-DETAIL
080500         STRING "Journaled as run " POSTING-RUN-ID
080510             "; back out with mode B."
080520             DELIMITED BY SIZE INTO REPORT-DETAIL
080530         PERFORM WRITE-REPORT-LINE
080540         IF CURVE-ERROR-COUNT > 0 AND UNATTENDED-RUN
080550             MOVE 8 TO RETURN-CODE
080560         END-IF
080570     END-IF.
080580
080590*Recomputes the student's curved score from the record as it
080600*stands and rewrites only a score that actually changes
080610 APPLY-CURVE-TO-STUDENT.
080620     IF STUDENT-SCORE(CURVE-POSITION) NUMERIC
080630         PERFORM COMPUTE-CURVED-SCORE
080640         IF CURVE-NEW-SCORE NOT = CURVE-OLD-SCORE
080650             MOVE STUDENT-RECORD TO JRN-BEFORE-SAVE
080660             MOVE CURVE-NEW-SCORE TO STUDENT-SCORE(CURVE-POSITION)
080670             REWRITE STUDENT-RECORD FROM STUDENT
080680                 INVALID KEY
080690                     ADD 1 TO CURVE-ERROR-COUNT
080700                     DISPLAY "Could not curve ID " STUDENT-ID
080710                         " (" STUDENT-NAME ")."
080720                 NOT INVALID KEY
080730                     ADD 1 TO CURVE-APPLIED-COUNT
080740                     MOVE "V" TO JRN-ACTION-SAVE
080750                     MOVE STUDENT TO JRN-AFTER-SAVE
080760                     PERFORM WRITE-JOURNAL-RECORD
080770             END-REWRITE
080780         END-IF
080790     END-IF.
080800
080810*Change-history inquiry: every entry the maintenance audit, the
080820*posting journal, the lapse log and the archive log hold for one
080830*student (by ID or by name) or for a whole section, merged into
080840*one report in the order the changes were made. Each entry shows
080850*the log it came from, the operator or run that made it, and for
080860*a roster change the record field by field before and after.
080870*Nothing is written to any of the logs.
080880 CHANGE-HISTORY-INQUIRY.
080890     IF NOT UNATTENDED-RUN
080900         PERFORM PROMPT-INQUIRY-DETAILS
080910     END-IF.
080920     MOVE "Y" TO INQUIRY-OPEN-OK.
080930     MOVE "N" TO INQUIRY-LOG-MISSING.
080940     IF INQUIRY-STUDENT-ID = 0 AND INQUIRY-NAME = SPACES
080950         AND SECTION-FILTER = SPACES
080960         DISPLAY "A student ID, a name or a section is needed."
080970         MOVE "N" TO INQUIRY-OPEN-OK
080980     ELSE
080990         PERFORM OPEN-INQUIRY-LOGS
081000     END-IF.
081010     IF INQUIRY-OPEN-OK = "N"
081020         DISPLAY "Change-history inquiry abandoned."
081030         IF UNATTENDED-RUN
081040             PERFORM FAIL-UNATTENDED-RUN
081050         END-IF
081060     ELSE
081070         MOVE 0 TO INQUIRY-RELEASED-COUNT
081080         MOVE 0 TO INQUIRY-AUDIT-COUNT
081090         MOVE 0 TO INQUIRY-JOURNAL-COUNT
081100         MOVE 0 TO INQUIRY-LAPSE-COUNT
081110         MOVE 0 TO INQUIRY-ARCHIVE-COUNT
081120         MOVE SPACES TO INQUIRY-FOLLOW-NAME
081130         MOVE 0 TO INQUIRY-FOLLOW-STAMP
081140         PERFORM OPEN-REPORT-FILE
081150         SORT INQUIRY-SORT-FILE
081160             ON ASCENDING KEY IQ-DATE IQ-TIME IQ-SEQUENCE
081170             INPUT PROCEDURE IS RELEASE-INQUIRY-ENTRIES
081180             OUTPUT PROCEDURE IS PRINT-INQUIRY-REPORT
081190         PERFORM CLOSE-INQUIRY-LOGS
081200         PERFORM CLOSE-REPORT-FILE
081210*        A log that was named but would not open leaves the
081220*        history incomplete: warn the scheduler
081230         IF INQUIRY-LOG-MISSING = "Y" AND UNATTENDED-RUN
081240             AND RETURN-CODE = 0
081250             MOVE 4 TO RETURN-CODE
081260         END-IF
081270     END-IF.
081280
081290*Asks who to look up, then the window, the operator or run, and
081300*the logs. An ID of 0 asks for a name, and a blank name for a
081310*section.
081320 PROMPT-INQUIRY-DETAILS.
081330     MOVE 0 TO INQUIRY-STUDENT-ID.
081340     MOVE SPACES TO INQUIRY-NAME.
081350     MOVE SPACES TO SECTION-FILTER.
081360     DISPLAY "Enter the student ID (0 to look up by name or "
081370         "section): " WITH NO ADVANCING.
081380     ACCEPT INQUIRY-STUDENT-ID.
081390     IF INQUIRY-STUDENT-ID = 0
081400         DISPLAY "Enter the student name (blank for a whole "
081410             "section): " WITH NO ADVANCING
081420         ACCEPT INQUIRY-NAME
081430     END-IF.
081440     IF INQUIRY-STUDENT-ID = 0 AND INQUIRY-NAME = SPACES
081450         PERFORM ACCEPT-INQUIRY-SECTION
081460             UNTIL SECTION-FILTER NOT = SPACES
081470     END-IF.
081480     MOVE 0 TO INQUIRY-FROM-DATE.
081490     MOVE "N" TO INQUIRY-ENTRY-VALID.
081500     PERFORM ACCEPT-INQUIRY-FROM-DATE
081510         UNTIL INQUIRY-ENTRY-VALID = "Y".
081520     MOVE 99999999 TO INQUIRY-TO-DATE.
081530     MOVE "N" TO INQUIRY-ENTRY-VALID.
081540     PERFORM ACCEPT-INQUIRY-TO-DATE
081550         UNTIL INQUIRY-ENTRY-VALID = "Y".
081560     DISPLAY "Enter the operator or posting run ID (blank for "
081570         "any): " WITH NO ADVANCING.
081580     ACCEPT INQUIRY-CHANGED-BY.
081590     DISPLAY "Enter the maintenance audit filename (blank "
081600         "to skip): " WITH NO ADVANCING.
081610     ACCEPT AUDIT-FILENAME.
081620     DISPLAY "Enter the posting journal filename (blank "
081630         "to skip): " WITH NO ADVANCING.
081640     ACCEPT JOURNAL-FILENAME.
081650     DISPLAY "Enter the lapse log filename (blank to skip): "
081660         WITH NO ADVANCING.
081670     ACCEPT LAPSE-LOG-FILENAME.
081680     DISPLAY "Enter the archive log filename (blank to skip): "
081690         WITH NO ADVANCING.
081700     ACCEPT ARCHIVE-LOG-FILENAME.
081710     IF SECTION-FILTER NOT = SPACES
081720         DISPLAY "Enter the incomplete tracking filename "
081730             "(blank for none): " WITH NO ADVANCING
081740         ACCEPT INCOMPLETE-FILENAME
081750     END-IF.
081760     DISPLAY "Enter the report filename (blank for "
081770         "console only): " WITH NO ADVANCING.
081780     ACCEPT REPORT-FILENAME.
081790
081800 ACCEPT-INQUIRY-SECTION.
081810     DISPLAY "Enter the section code: " WITH NO ADVANCING.
081820     ACCEPT SECTION-FILTER.
081830
081840 ACCEPT-INQUIRY-FROM-DATE.
081850     DISPLAY "Enter the earliest date (YYYYMMDD, blank for "
081860         "no limit): " WITH NO ADVANCING.
081870     ACCEPT INQUIRY-DATE-ENTRY.
081880     PERFORM EDIT-INQUIRY-DATE-ENTRY.
081890     IF INQUIRY-ENTRY-VALID = "Y"
081900         AND INQUIRY-DATE-ENTRY NOT = SPACES
081910         MOVE INQUIRY-DATE-ENTRY TO INQUIRY-FROM-DATE
081920     END-IF.
081930
081940 ACCEPT-INQUIRY-TO-DATE.
081950     DISPLAY "Enter the latest date (YYYYMMDD, blank for "
081960         "no limit): " WITH NO ADVANCING.
081970     ACCEPT INQUIRY-DATE-ENTRY.
081980     PERFORM EDIT-INQUIRY-DATE-ENTRY.
081990     IF INQUIRY-ENTRY-VALID = "Y"
082000         AND INQUIRY-DATE-ENTRY NOT = SPACES
082010         MOVE INQUIRY-DATE-ENTRY TO INQUIRY-TO-DATE
082020         IF INQUIRY-TO-DATE < INQUIRY-FROM-DATE
082030             DISPLAY "The latest date is before the earliest, "
082040                 "try again."
082050             MOVE 99999999 TO INQUIRY-TO-DATE
082060             MOVE "N" TO INQUIRY-ENTRY-VALID
082070         END-IF
082080     END-IF.
082090
082100 EDIT-INQUIRY-DATE-ENTRY.
082110     IF INQUIRY-DATE-ENTRY = SPACES
082120         OR INQUIRY-DATE-ENTRY NUMERIC
082130         MOVE "Y" TO INQUIRY-ENTRY-VALID
082140     ELSE
082150         DISPLAY "A date is 8 digits, YYYYMMDD, try again."
082160         MOVE "N" TO INQUIRY-ENTRY-VALID
082170     END-IF.
082180
082190*Opens each log that was named. One that will not open is left
082200*out and the report says so; with none open there is nothing to
082210*search. A section inquiry places lapse entries through the
082220*incomplete tracking file, which holds each incomplete's section.
082230 OPEN-INQUIRY-LOGS.
082240     MOVE "99" TO AUDIT-FILE-STATUS.
082250     MOVE "99" TO JOURNAL-FILE-STATUS.
082260     MOVE "99" TO LAPSE-LOG-STATUS.
082270     MOVE "99" TO ARCHIVE-LOG-STATUS.
082280     IF AUDIT-FILENAME NOT = SPACES
082290         OPEN INPUT AUDIT-FILE
082300         IF NOT AUDIT-FILE-OK
082310             DISPLAY "Unable to open " AUDIT-FILENAME
082320             MOVE "Y" TO INQUIRY-LOG-MISSING
082330         END-IF
082340     END-IF.
082350     IF JOURNAL-FILENAME NOT = SPACES
082360         OPEN INPUT JOURNAL-FILE
082370         IF NOT JOURNAL-FILE-OK
082380             DISPLAY "Unable to open " JOURNAL-FILENAME
082390             MOVE "Y" TO INQUIRY-LOG-MISSING
082400         END-IF
082410     END-IF.
082420     IF LAPSE-LOG-FILENAME NOT = SPACES
082430         OPEN INPUT LAPSE-LOG-FILE
082440         IF NOT LAPSE-LOG-OK
082450             DISPLAY "Unable to open " LAPSE-LOG-FILENAME
082460             MOVE "Y" TO INQUIRY-LOG-MISSING
082470         END-IF
082480     END-IF.
082490     IF ARCHIVE-LOG-FILENAME NOT = SPACES
082500         OPEN INPUT ARCHIVE-LOG-FILE
082510         IF NOT ARCHIVE-LOG-OK
082520             DISPLAY "Unable to open " ARCHIVE-LOG-FILENAME
082530             MOVE "Y" TO INQUIRY-LOG-MISSING
082540         END-IF
082550     END-IF.
082560     IF NOT AUDIT-FILE-OK AND NOT JOURNAL-FILE-OK
082570         AND NOT LAPSE-LOG-OK AND NOT ARCHIVE-LOG-OK
082580         DISPLAY "No change log is open to search."
082590         MOVE "N" TO INQUIRY-OPEN-OK
082600     END-IF.
082610     IF INQUIRY-OPEN-OK = "Y" AND LAPSE-LOG-OK
082620         AND SECTION-FILTER NOT = SPACES
082630         AND INCOMPLETE-FILENAME NOT = SPACES
082640         OPEN INPUT INCOMPLETE-FILE
082650         IF NOT INCOMPLETE-FILE-OK
082660             DISPLAY "Unable to open " INCOMPLETE-FILENAME
082670             MOVE "Y" TO INQUIRY-LOG-MISSING
082680         END-IF
082690     END-IF.
082700
082710 CLOSE-INQUIRY-LOGS.
082720     IF AUDIT-FILE-OK
082730         CLOSE AUDIT-FILE
082740     END-IF.
082750     IF JOURNAL-FILE-OK
082760         CLOSE JOURNAL-FILE
082770     END-IF.
082780     IF LAPSE-LOG-OK
082790         CLOSE LAPSE-LOG-FILE
082800     END-IF.
082810     IF ARCHIVE-LOG-OK
082820         CLOSE ARCHIVE-LOG-FILE
082830     END-IF.
082840     IF INCOMPLETE-FILE-OK
082850         CLOSE INCOMPLETE-FILE
082860     END-IF.
082870     MOVE "99" TO AUDIT-FILE-STATUS.
082880     MOVE "99" TO JOURNAL-FILE-STATUS.
082890     MOVE "99" TO LAPSE-LOG-STATUS.
082900     MOVE "99" TO ARCHIVE-LOG-STATUS.
082910     MOVE "99" TO INCOMPLETE-FILE-STATUS.
082920
082930*Input side of the inquiry sort: each log read straight through,
082940*each matching entry released with a running sequence number so
082950*entries stamped at the same moment keep the order they were
082960*logged. The lapse log goes last, so an ID inquiry already has
082970*the student's name from the other logs when it gets there.
082980 RELEASE-INQUIRY-ENTRIES.
082990     IF AUDIT-FILE-OK
083000         MOVE "N" TO EOF-SWITCH
083010         PERFORM RELEASE-NEXT-AUDIT-ENTRY UNTIL EOF-REACHED
083020     END-IF.
083030     IF JOURNAL-FILE-OK
083040         MOVE "N" TO EOF-SWITCH
083050         PERFORM RELEASE-NEXT-JOURNAL-ENTRY UNTIL EOF-REACHED
083060     END-IF.
083070     IF ARCHIVE-LOG-OK
083080         MOVE "N" TO EOF-SWITCH
083090         PERFORM RELEASE-NEXT-ARCHIVE-ENTRY UNTIL EOF-REACHED
083100     END-IF.
083110     IF LAPSE-LOG-OK
083120         MOVE "N" TO EOF-SWITCH
083130         PERFORM RELEASE-NEXT-LAPSE-ENTRY UNTIL EOF-REACHED
083140     END-IF.
083150
083160 RELEASE-NEXT-AUDIT-ENTRY.
083170     READ AUDIT-FILE
083180         AT END
083190             MOVE "Y" TO EOF-SWITCH
083200         NOT AT END
083210             MOVE AUDIT-DATE TO IQ-DATE
083220             MOVE AUDIT-TIME TO IQ-TIME
083230             MOVE AUDIT-OPERATOR TO IQ-CHANGED-BY
083240             MOVE AUDIT-BEFORE-IMAGE TO INQUIRY-BEFORE
083250             MOVE AUDIT-AFTER-IMAGE TO INQUIRY-AFTER
083260             PERFORM MATCH-INQUIRY-IMAGES
083270             IF INQUIRY-MATCHED = "Y"
083280                 MOVE "A" TO IQ-SOURCE
083290                 MOVE AUDIT-ACTION TO IQ-ACTION
083300                 MOVE AUDIT-BEFORE-IMAGE TO IQ-BEFORE-IMAGE
083310                 MOVE AUDIT-AFTER-IMAGE TO IQ-AFTER-IMAGE
083320                 ADD 1 TO INQUIRY-AUDIT-COUNT
083330                 PERFORM RELEASE-INQUIRY-ENTRY
083340             END-IF
083350     END-READ.
083360
083370 RELEASE-NEXT-JOURNAL-ENTRY.
083380     READ JOURNAL-FILE
083390         AT END
083400             MOVE "Y" TO EOF-SWITCH
083410         NOT AT END
083420             MOVE JRN-DATE TO IQ-DATE
083430             MOVE JRN-TIME TO IQ-TIME
083440             MOVE JRN-RUN-ID TO IQ-CHANGED-BY
083450             MOVE JRN-BEFORE-IMAGE TO INQUIRY-BEFORE
083460             MOVE JRN-AFTER-IMAGE TO INQUIRY-AFTER
083470             PERFORM MATCH-INQUIRY-IMAGES
083480             IF INQUIRY-MATCHED = "Y"
083490                 MOVE "J" TO IQ-SOURCE
083500                 MOVE JRN-ACTION TO IQ-ACTION
083510                 MOVE JRN-BEFORE-IMAGE TO IQ-BEFORE-IMAGE
083520                 MOVE JRN-AFTER-IMAGE TO IQ-AFTER-IMAGE
083530                 ADD 1 TO INQUIRY-JOURNAL-COUNT
083540                 PERFORM RELEASE-INQUIRY-ENTRY
083550             END-IF
083560     END-READ.
083570
083580 RELEASE-NEXT-ARCHIVE-ENTRY.
083590     READ ARCHIVE-LOG-FILE
083600         AT END
083610             MOVE "Y" TO EOF-SWITCH
083620         NOT AT END
083630             MOVE ARCH-LOG-DATE TO IQ-DATE
083640             MOVE ARCH-LOG-TIME TO IQ-TIME
083650             MOVE SPACES TO IQ-CHANGED-BY
083660             PERFORM MATCH-INQUIRY-ARCHIVE
083670             IF INQUIRY-MATCHED = "Y"
083680                 MOVE "R" TO IQ-SOURCE
083690                 MOVE SPACE TO IQ-ACTION
083700                 MOVE SPACES TO IQ-IMAGES
083710                 MOVE ARCH-LOG-ID TO IQ-LOG-ID
083720                 MOVE ARCH-LOG-NAME TO IQ-LOG-NAME
083730                 MOVE ARCH-LOG-LAST-TERM TO IQ-LOG-TERM
083740                 MOVE ARCH-LOG-TERMS TO IQ-LOG-TERMS
083750                 ADD 1 TO INQUIRY-ARCHIVE-COUNT
083760                 PERFORM RELEASE-INQUIRY-ENTRY
083770             END-IF
083780     END-READ.
083790
083800 RELEASE-NEXT-LAPSE-ENTRY.
083810     READ LAPSE-LOG-FILE
083820         AT END
083830             MOVE "Y" TO EOF-SWITCH
083840         NOT AT END
083850             MOVE LAPSE-LOG-DATE TO IQ-DATE
083860             MOVE LAPSE-LOG-TIME TO IQ-TIME
083870             MOVE SPACES TO IQ-CHANGED-BY
083880             PERFORM MATCH-INQUIRY-LAPSE
083890             IF INQUIRY-MATCHED = "Y"
083900                 MOVE "L" TO IQ-SOURCE
083910                 MOVE SPACE TO IQ-ACTION
083920                 MOVE SPACES TO IQ-IMAGES
083930                 MOVE 0 TO IQ-LOG-ID
083940                 MOVE LAPSE-LOG-NAME TO IQ-LOG-NAME
083950                 MOVE LAPSE-LOG-TERM TO IQ-LOG-TERM
083960                 MOVE LAPSE-LOG-DEADLINE TO IQ-LOG-DEADLINE
083970                 MOVE 0 TO IQ-LOG-TERMS
083980                 ADD 1 TO INQUIRY-LAPSE-COUNT
083990                 PERFORM RELEASE-INQUIRY-ENTRY
084000             END-IF
084010     END-READ.
084020
084030 RELEASE-INQUIRY-ENTRY.
084040     ADD 1 TO INQUIRY-RELEASED-COUNT.
084050     MOVE INQUIRY-RELEASED-COUNT TO IQ-SEQUENCE.
084060     RELEASE INQUIRY-ENTRY.
084070
084080*An audit or journal entry matches on either image, the student
084090*as they were or as they became, so a rename or a section move
084100*turns up under the old and the new. An empty image (an add has
084110*no before, a removal no after) matches nothing.
084120 MATCH-INQUIRY-IMAGES.
084130     MOVE "N" TO INQUIRY-MATCHED.
084140     IF INQUIRY-BEFORE NOT = SPACES
084150         IF (INQUIRY-STUDENT-ID NOT = 0
084160                 AND INQUIRY-BEFORE-ID = INQUIRY-STUDENT-ID)
084170             OR (INQUIRY-NAME NOT = SPACES
084180                 AND INQUIRY-BEFORE-NAME = INQUIRY-NAME)
084190             OR (SECTION-FILTER NOT = SPACES
084200                 AND INQUIRY-BEFORE-SECTION = SECTION-FILTER)
084210             MOVE "Y" TO INQUIRY-MATCHED
084220             MOVE INQUIRY-BEFORE-NAME TO INQUIRY-MATCH-NAME
084230         END-IF
084240     END-IF.
084250     IF INQUIRY-AFTER NOT = SPACES
084260         IF (INQUIRY-STUDENT-ID NOT = 0
084270                 AND INQUIRY-AFTER-ID = INQUIRY-STUDENT-ID)
084280             OR (INQUIRY-NAME NOT = SPACES
084290                 AND INQUIRY-AFTER-NAME = INQUIRY-NAME)
084300             OR (SECTION-FILTER NOT = SPACES
084310                 AND INQUIRY-AFTER-SECTION = SECTION-FILTER)
084320             MOVE "Y" TO INQUIRY-MATCHED
084330             MOVE INQUIRY-AFTER-NAME TO INQUIRY-MATCH-NAME
084340         END-IF
084350     END-IF.
084360     IF INQUIRY-MATCHED = "Y"
084370         PERFORM NOTE-INQUIRY-FOLLOW-NAME
084380         PERFORM CHECK-INQUIRY-WINDOW
084390     END-IF.
084400
084410*The archive log carries ID and name but no section, so it only
084420*answers a student inquiry
084430 MATCH-INQUIRY-ARCHIVE.
084440     MOVE "N" TO INQUIRY-MATCHED.
084450     IF (INQUIRY-STUDENT-ID NOT = 0
084460             AND ARCH-LOG-ID = INQUIRY-STUDENT-ID)
084470         OR (INQUIRY-NAME NOT = SPACES
084480             AND ARCH-LOG-NAME = INQUIRY-NAME)
084490         MOVE "Y" TO INQUIRY-MATCHED
084500         MOVE ARCH-LOG-NAME TO INQUIRY-MATCH-NAME
084510         PERFORM NOTE-INQUIRY-FOLLOW-NAME
084520         PERFORM CHECK-INQUIRY-WINDOW
084530     END-IF.
084540
084550*The lapse log carries only name and term: an ID inquiry matches
084560*on the name the other logs last showed for that ID, and a
084570*section inquiry looks the incomplete up on the tracking file
084580 MATCH-INQUIRY-LAPSE.
084590     MOVE "N" TO INQUIRY-MATCHED.
084600     IF INQUIRY-NAME NOT = SPACES
084610         AND LAPSE-LOG-NAME = INQUIRY-NAME
084620         MOVE "Y" TO INQUIRY-MATCHED
084630     END-IF.
084640     IF INQUIRY-STUDENT-ID NOT = 0
084650         AND INQUIRY-FOLLOW-NAME NOT = SPACES
084660         AND LAPSE-LOG-NAME = INQUIRY-FOLLOW-NAME
084670         MOVE "Y" TO INQUIRY-MATCHED
084680     END-IF.
084690     IF SECTION-FILTER NOT = SPACES AND INCOMPLETE-FILE-OK
084700         MOVE LAPSE-LOG-NAME TO IT-STUDENT-NAME
084710         MOVE LAPSE-LOG-TERM TO IT-TERM-CODE
084720         READ INCOMPLETE-FILE
084730             KEY IS IT-KEY
084740             INVALID KEY
084750                 CONTINUE
084760             NOT INVALID KEY
084770                 IF IT-SECTION = SECTION-FILTER
084780                     MOVE "Y" TO INQUIRY-MATCHED
084790                 END-IF
084800         END-READ
084810     END-IF.
084820     IF INQUIRY-MATCHED = "Y"
084830         PERFORM CHECK-INQUIRY-WINDOW
084840     END-IF.
084850
084860*For an ID inquiry, keeps the name from the latest entry that
084870*matched the ID, whatever its date, for matching the lapse log
084880 NOTE-INQUIRY-FOLLOW-NAME.
084890     IF INQUIRY-STUDENT-ID NOT = 0
084900         COMPUTE INQUIRY-STAMP = IQ-DATE * 100000000 + IQ-TIME
084910         IF INQUIRY-STAMP NOT < INQUIRY-FOLLOW-STAMP
084920             MOVE INQUIRY-STAMP TO INQUIRY-FOLLOW-STAMP
084930             MOVE INQUIRY-MATCH-NAME TO INQUIRY-FOLLOW-NAME
084940         END-IF
084950     END-IF.
084960
084970*Drops an entry outside the date window or, when one was asked
084980*for, made by another operator or run. Lapse and archive entries
084990*carry no operator, so they drop out of an operator inquiry.
085000 CHECK-INQUIRY-WINDOW.
085010     IF IQ-DATE < INQUIRY-FROM-DATE
085020         OR IQ-DATE > INQUIRY-TO-DATE
085030         MOVE "N" TO INQUIRY-MATCHED
085040     END-IF.
085050     IF INQUIRY-CHANGED-BY NOT = SPACES
085060         AND IQ-CHANGED-BY NOT = INQUIRY-CHANGED-BY
085070         MOVE "N" TO INQUIRY-MATCHED
085080     END-IF.
085090
085100*Output side of the inquiry sort: what was asked, then each
085110*entry in date and time order, then the count from each log
085120 PRINT-INQUIRY-REPORT.
085130     MOVE "CHANGE HISTORY INQUIRY" TO REPORT-TITLE.
085140     MOVE SPACES TO REPORT-COLUMN-HEADS.
085150     PERFORM BEGIN-REPORT.
085160     MOVE SPACES TO REPORT-DETAIL.
085170     PERFORM WRITE-REPORT-LINE.
085180     MOVE "===== Change History Inquiry =====" TO REPORT-DETAIL.
085190     PERFORM WRITE-REPORT-LINE.
085200     PERFORM PRINT-INQUIRY-HEADING.
085210     IF INQUIRY-RELEASED-COUNT = 0
085220         MOVE SPACES TO REPORT-DETAIL
085230         PERFORM WRITE-REPORT-LINE
085240         MOVE "No changes on file for this inquiry."
085250             TO REPORT-DETAIL
085260         PERFORM WRITE-REPORT-LINE
085270     ELSE
085280         MOVE "N" TO EOF-SWITCH
085290         PERFORM RETURN-NEXT-INQUIRY-ENTRY
085300         PERFORM PRINT-ONE-INQUIRY-ENTRY UNTIL EOF-REACHED
085310     END-IF.
085320     MOVE SPACES TO REPORT-DETAIL.
085330     PERFORM WRITE-REPORT-LINE.
085340     MOVE INQUIRY-RELEASED-COUNT TO REPORT-COUNT-EDIT.
085350     STRING "Entries reported:      " REPORT-COUNT-EDIT
085360         DELIMITED BY SIZE INTO REPORT-DETAIL.
085370     PERFORM WRITE-REPORT-LINE.
085380     MOVE INQUIRY-AUDIT-COUNT TO REPORT-COUNT-EDIT.
085390     MOVE SPACES TO REPORT-DETAIL.
085400     STRING "  Maintenance audit:   " REPORT-COUNT-EDIT
085410         DELIMITED BY SIZE INTO REPORT-DETAIL.
085420     PERFORM WRITE-REPORT-LINE.
085430     MOVE INQUIRY-JOURNAL-COUNT TO REPORT-COUNT-EDIT.
085440     MOVE SPACES TO REPORT-DETAIL.
085450     STRING "  Posting journal:     " REPORT-COUNT-EDIT
085460         DELIMITED BY SIZE INTO REPORT-DETAIL.
085470     PERFORM WRITE-REPORT-LINE.
085480     MOVE INQUIRY-LAPSE-COUNT TO REPORT-COUNT-EDIT.
085490     MOVE SPACES TO REPORT-DETAIL.
085500     STRING "  Lapse log:           " REPORT-COUNT-EDIT
085510         DELIMITED BY SIZE INTO REPORT-DETAIL.
085520     PERFORM WRITE-REPORT-LINE.
085530     MOVE INQUIRY-ARCHIVE-COUNT TO REPORT-COUNT-EDIT.
085540     MOVE SPACES TO REPORT-DETAIL.
085550     STRING "  Archive log:         " REPORT-COUNT-EDIT
085560         DELIMITED BY SIZE INTO REPORT-DETAIL.
085570     PERFORM WRITE-REPORT-LINE.
085580
085590 PRINT-INQUIRY-HEADING.
085600     MOVE SPACES TO REPORT-DETAIL.
085610     IF INQUIRY-STUDENT-ID NOT = 0
085620         MOVE INQUIRY-STUDENT-ID TO INQUIRY-ID-EDIT
085630         STRING "Student ID:   " INQUIRY-ID-EDIT
085640             DELIMITED BY SIZE INTO REPORT-DETAIL
085650     ELSE
085660         IF INQUIRY-NAME NOT = SPACES
085670             STRING "Student name: " INQUIRY-NAME
085680                 DELIMITED BY SIZE INTO REPORT-DETAIL
085690         ELSE
085700             STRING "Section:      " SECTION-FILTER
085710                 DELIMITED BY SIZE INTO REPORT-DETAIL
085720         END-IF
085730     END-IF.
085740     PERFORM WRITE-REPORT-LINE.
085750     MOVE INQUIRY-FROM-DATE TO INQUIRY-DATE-WORK.
085760     PERFORM FORMAT-INQUIRY-DATE.
085770     MOVE INQUIRY-DATE-TEXT TO INQUIRY-DATE2-TEXT.
085780     MOVE INQUIRY-TO-DATE TO INQUIRY-DATE-WORK.
085790     PERFORM FORMAT-INQUIRY-DATE.
085800     MOVE SPACES TO REPORT-DETAIL.
085810     STRING "Dates:        " INQUIRY-DATE2-TEXT " through "
085820         INQUIRY-DATE-TEXT
085830         DELIMITED BY SIZE INTO REPORT-DETAIL.
085840     PERFORM WRITE-REPORT-LINE.
085850     MOVE SPACES TO REPORT-DETAIL.
085860     IF INQUIRY-CHANGED-BY = SPACES
085870         MOVE "Changed by:   any operator or run" TO REPORT-DETAIL
085880     ELSE
085890         STRING "Changed by:   " INQUIRY-CHANGED-BY
085900             DELIMITED BY SIZE INTO REPORT-DETAIL
085910     END-IF.
085920     PERFORM WRITE-REPORT-LINE.
085930     MOVE "Maintenance audit" TO INQUIRY-SOURCE-TEXT.
085940     MOVE AUDIT-FILENAME TO INQUIRY-LOG-FILENAME.
085950     MOVE AUDIT-FILE-STATUS TO INQUIRY-LOG-STATUS.
085960     PERFORM PRINT-INQUIRY-LOG-LINE.
085970     MOVE "Posting journal" TO INQUIRY-SOURCE-TEXT.
085980     MOVE JOURNAL-FILENAME TO INQUIRY-LOG-FILENAME.
085990     MOVE JOURNAL-FILE-STATUS TO INQUIRY-LOG-STATUS.
086000     PERFORM PRINT-INQUIRY-LOG-LINE.
086010     MOVE "Lapse log" TO INQUIRY-SOURCE-TEXT.
086020     MOVE LAPSE-LOG-FILENAME TO INQUIRY-LOG-FILENAME.
086030     MOVE LAPSE-LOG-STATUS TO INQUIRY-LOG-STATUS.
086040     PERFORM PRINT-INQUIRY-LOG-LINE.
086050     MOVE "Archive log" TO INQUIRY-SOURCE-TEXT.
086060     MOVE ARCHIVE-LOG-FILENAME TO INQUIRY-LOG-FILENAME.
086070     MOVE ARCHIVE-LOG-STATUS TO INQUIRY-LOG-STATUS.
086080     PERFORM PRINT-INQUIRY-LOG-LINE.
086090     IF INQUIRY-CHANGED-BY NOT = SPACES
086100         MOVE SPACES TO REPORT-DETAIL
086110         STRING "Lapse and archive entries record no operator "
086120             "and are not shown."
086130             DELIMITED BY SIZE INTO REPORT-DETAIL
086140         PERFORM WRITE-REPORT-LINE
086150     END-IF.
086160     IF SECTION-FILTER NOT = SPACES
086170         AND INQUIRY-STUDENT-ID = 0 AND INQUIRY-NAME = SPACES
086180         MOVE SPACES TO REPORT-DETAIL
086190         STRING "Archive entries record no section and are not "
086200             "shown."
086210             DELIMITED BY SIZE INTO REPORT-DETAIL
086220         PERFORM WRITE-REPORT-LINE
086230         IF LAPSE-LOG-OK AND NOT INCOMPLETE-FILE-OK
086240             MOVE SPACES TO REPORT-DETAIL
086250             STRING "Lapse entries need the incomplete tracking "
086260                 "file to place them and are not shown."
086270                 DELIMITED BY SIZE INTO REPORT-DETAIL
086280             PERFORM WRITE-REPORT-LINE
086290         END-IF
086300     END-IF.
086310
086320*One line per log: searched (with its file), not named, or named
086330*but not opened
086340 PRINT-INQUIRY-LOG-LINE.
086350     MOVE SPACES TO REPORT-DETAIL.
086360     IF INQUIRY-LOG-STATUS = "00"
086370         STRING "  " INQUIRY-SOURCE-TEXT " searched: "
086380             INQUIRY-LOG-FILENAME
086390             DELIMITED BY SIZE INTO REPORT-DETAIL
086400     ELSE
086410         IF INQUIRY-LOG-FILENAME = SPACES
086420             STRING "  " INQUIRY-SOURCE-TEXT " not searched"
086430                 DELIMITED BY SIZE INTO REPORT-DETAIL
086440         ELSE
086450             STRING "  " INQUIRY-SOURCE-TEXT " could not be "
086460                 "opened: " INQUIRY-LOG-FILENAME
086470                 DELIMITED BY SIZE INTO REPORT-DETAIL
086480         END-IF
086490     END-IF.
086500     PERFORM WRITE-REPORT-LINE.
086510
086520*Takes the next log entry back from the inquiry sort
086530 RETURN-NEXT-INQUIRY-ENTRY.
086540     RETURN INQUIRY-SORT-FILE
086550         AT END
086560             MOVE "Y" TO EOF-SWITCH
086570     END-RETURN.
086580
086590*One entry: when, which log, who, and what was done, then the
086600*detail the log holds
086610 PRINT-ONE-INQUIRY-ENTRY.
086620     PERFORM DESCRIBE-INQUIRY-ENTRY.
086630     MOVE IQ-DATE TO INQUIRY-DATE-WORK.
086640     PERFORM FORMAT-INQUIRY-DATE.
086650     MOVE SPACES TO INQUIRY-TIME-TEXT.
086660     STRING IQ-TIME(1:2) ":" IQ-TIME(3:2) ":" IQ-TIME(5:2)
086670         DELIMITED BY SIZE INTO INQUIRY-TIME-TEXT.
086680     MOVE SPACES TO REPORT-DETAIL.
086690     PERFORM WRITE-REPORT-LINE.
086700     STRING INQUIRY-DATE-TEXT " " INQUIRY-TIME-TEXT "  "
086710         INQUIRY-SOURCE-TEXT " " INQUIRY-WHO-TEXT " "
086720         INQUIRY-ACTION-TEXT
086730         DELIMITED BY SIZE INTO REPORT-DETAIL.
086740     PERFORM WRITE-REPORT-LINE.
086750     EVALUATE IQ-SOURCE
086760         WHEN "A"
086770         WHEN "J"
086780             PERFORM PRINT-INQUIRY-FIELD-ROWS
086790         WHEN "L"
086800             MOVE SPACES TO REPORT-DETAIL
086810             STRING "    " IQ-LOG-NAME " term " IQ-LOG-TERM
086820                 ": I lapsed to F, deadline " IQ-LOG-DEADLINE
086830                 DELIMITED BY SIZE INTO REPORT-DETAIL
086840             PERFORM WRITE-REPORT-LINE
086850         WHEN "R"
086860             MOVE IQ-LOG-ID TO INQUIRY-ID-EDIT
086870             MOVE SPACES TO REPORT-DETAIL
086880             STRING "    " IQ-LOG-NAME " (ID " INQUIRY-ID-EDIT
086890                 ") removed from the roster"
086900                 DELIMITED BY SIZE INTO REPORT-DETAIL
086910             PERFORM WRITE-REPORT-LINE
086920             MOVE IQ-LOG-TERMS TO REPORT-PCTL-EDIT
086930             MOVE SPACES TO REPORT-DETAIL
086940             STRING "    " REPORT-PCTL-EDIT
086950                 " history terms archived, latest " IQ-LOG-TERM
086960                 DELIMITED BY SIZE INTO REPORT-DETAIL
086970             PERFORM WRITE-REPORT-LINE
086980     END-EVALUATE.
086990     PERFORM RETURN-NEXT-INQUIRY-ENTRY.
087000
087010*Spells out the log, who made the change, and the action code
087020*each log records
087030 DESCRIBE-INQUIRY-ENTRY.
087040     MOVE SPACES TO INQUIRY-WHO-TEXT.
087050     MOVE SPACES TO INQUIRY-ACTION-TEXT.
087060     EVALUATE IQ-SOURCE
087070         WHEN "A"
087080             MOVE "Maintenance audit" TO INQUIRY-SOURCE-TEXT
087090             STRING "Operator " IQ-CHANGED-BY
087100                 DELIMITED BY SIZE INTO INQUIRY-WHO-TEXT
087110             EVALUATE IQ-ACTION
087120                 WHEN "A"
087130                     MOVE "Student added" TO INQUIRY-ACTION-TEXT
087140                 WHEN "C"
087150                     MOVE "Record corrected"
087160                         TO INQUIRY-ACTION-TEXT
087170                 WHEN "R"
087180                     MOVE "Student removed" TO INQUIRY-ACTION-TEXT
087190                 WHEN "N"
087200                     MOVE "Student renamed" TO INQUIRY-ACTION-TEXT
087210                 WHEN "E"
087220                     MOVE "Enrolled by feed"
087230                         TO INQUIRY-ACTION-TEXT
087240                 WHEN "W"
087250                     MOVE "Withdrawn by feed"
087260                         TO INQUIRY-ACTION-TEXT
087270                 WHEN "M"
087280                     MOVE "Section move by feed"
087290                         TO INQUIRY-ACTION-TEXT
087300                 WHEN OTHER
087310                     STRING "Action " IQ-ACTION
087320                         DELIMITED BY SIZE
087330                         INTO INQUIRY-ACTION-TEXT
087340             END-EVALUATE
087350         WHEN "J"
087360             MOVE "Posting journal" TO INQUIRY-SOURCE-TEXT
087370             STRING "Run " IQ-CHANGED-BY
087380                 DELIMITED BY SIZE INTO INQUIRY-WHO-TEXT
087390             EVALUATE IQ-ACTION
087400                 WHEN "A"
087410                     MOVE "Student added" TO INQUIRY-ACTION-TEXT
087420                 WHEN "C"
087430                     MOVE "Scores posted" TO INQUIRY-ACTION-TEXT
087440                 WHEN "V"
087450                     MOVE "Section curve" TO INQUIRY-ACTION-TEXT
087460                 WHEN OTHER
087470                     STRING "Action " IQ-ACTION
087480                         DELIMITED BY SIZE
087490                         INTO INQUIRY-ACTION-TEXT
087500             END-EVALUATE
087510         WHEN "L"
087520             MOVE "Lapse log" TO INQUIRY-SOURCE-TEXT
087530             MOVE "Lapse run" TO INQUIRY-WHO-TEXT
087540             MOVE "Incomplete lapsed" TO INQUIRY-ACTION-TEXT
087550         WHEN "R"
087560             MOVE "Archive log" TO INQUIRY-SOURCE-TEXT
087570             MOVE "Archive run" TO INQUIRY-WHO-TEXT
087580             MOVE "Archived and purged" TO INQUIRY-ACTION-TEXT
087590     END-EVALUATE.
087600
087610*A roster change field by field. Each field the change altered is
087620*marked; an add shows no before and a removal no after.
087630 PRINT-INQUIRY-FIELD-ROWS.
087640     MOVE IQ-BEFORE-IMAGE TO INQUIRY-BEFORE.
087650     MOVE IQ-AFTER-IMAGE TO INQUIRY-AFTER.
087660     MOVE "Field" TO INQUIRY-FIELD-LABEL.
087670     MOVE "Before" TO INQUIRY-BEFORE-TEXT.
087680     MOVE "After" TO INQUIRY-AFTER-TEXT.
087690     MOVE SPACES TO INQUIRY-CHANGE-MARK.
087700     PERFORM WRITE-INQUIRY-FIELD-ROW.
087710     MOVE "ID" TO INQUIRY-FIELD-LABEL.
087720     MOVE INQUIRY-BEFORE-ID TO INQUIRY-BEFORE-TEXT.
087730     MOVE INQUIRY-AFTER-ID TO INQUIRY-AFTER-TEXT.
087740     PERFORM PRINT-ONE-INQUIRY-FIELD.
087750     MOVE "Name" TO INQUIRY-FIELD-LABEL.
087760     MOVE INQUIRY-BEFORE-NAME TO INQUIRY-BEFORE-TEXT.
087770     MOVE INQUIRY-AFTER-NAME TO INQUIRY-AFTER-TEXT.
087780     PERFORM PRINT-ONE-INQUIRY-FIELD.
087790     MOVE "Section" TO INQUIRY-FIELD-LABEL.
087800     MOVE INQUIRY-BEFORE-SECTION TO INQUIRY-BEFORE-TEXT.
087810     MOVE INQUIRY-AFTER-SECTION TO INQUIRY-AFTER-TEXT.
087820     PERFORM PRINT-ONE-INQUIRY-FIELD.
087830     PERFORM PRINT-ONE-INQUIRY-SCORE
087840         VARYING INQUIRY-SCORE-SUB FROM 1 BY 1
087850         UNTIL INQUIRY-SCORE-SUB > 5.
087860
087870 PRINT-ONE-INQUIRY-SCORE.
087880     MOVE SPACES TO INQUIRY-FIELD-LABEL.
087890     STRING "Score " INQUIRY-SCORE-SUB
087900         DELIMITED BY SIZE INTO INQUIRY-FIELD-LABEL.
087910     IF INQUIRY-BEFORE-SCORE(INQUIRY-SCORE-SUB) = SPACES
087920         MOVE "(not recorded)" TO INQUIRY-BEFORE-TEXT
087930     ELSE
087940         MOVE INQUIRY-BEFORE-SCORE(INQUIRY-SCORE-SUB)
087950             TO INQUIRY-BEFORE-TEXT
087960     END-IF.
087970     IF INQUIRY-AFTER-SCORE(INQUIRY-SCORE-SUB) = SPACES
087980         MOVE "(not recorded)" TO INQUIRY-AFTER-TEXT
087990     ELSE
088000         MOVE INQUIRY-AFTER-SCORE(INQUIRY-SCORE-SUB)
088010             TO INQUIRY-AFTER-TEXT
088020     END-IF.
088030     PERFORM PRINT-ONE-INQUIRY-FIELD.
088040
088050 PRINT-ONE-INQUIRY-FIELD.
088060     MOVE SPACES TO INQUIRY-CHANGE-MARK.
088070     IF INQUIRY-BEFORE = SPACES
088080         MOVE "(no record)" TO INQUIRY-BEFORE-TEXT
088090     ELSE
088100         IF INQUIRY-AFTER = SPACES
088110             MOVE "(no record)" TO INQUIRY-AFTER-TEXT
088120         ELSE
088130             IF INQUIRY-BEFORE-TEXT NOT = INQUIRY-AFTER-TEXT
088140                 MOVE "changed" TO INQUIRY-CHANGE-MARK
088150             END-IF
088160         END-IF
088170     END-IF.
088180     PERFORM WRITE-INQUIRY-FIELD-ROW.
088190
088200 WRITE-INQUIRY-FIELD-ROW.
088210     MOVE SPACES TO REPORT-DETAIL.
088220     STRING "    " INQUIRY-FIELD-LABEL INQUIRY-BEFORE-TEXT "  "
088230         INQUIRY-AFTER-TEXT "  " INQUIRY-CHANGE-MARK
088240         DELIMITED BY SIZE INTO REPORT-DETAIL.
088250     PERFORM WRITE-REPORT-LINE.
088260
088270*YYYYMMDD as YYYY-MM-DD; the open ends of the date window print
088280*as words
088290 FORMAT-INQUIRY-DATE.
088300     EVALUATE INQUIRY-DATE-WORK
088310         WHEN 0
088320             MOVE "earliest" TO INQUIRY-DATE-TEXT
088330         WHEN 99999999
088340             MOVE "latest" TO INQUIRY-DATE-TEXT
088350         WHEN OTHER
088360             MOVE SPACES TO INQUIRY-DATE-TEXT
088370             STRING INQUIRY-DATE-WORK(1:4) "-"
088380                 INQUIRY-DATE-WORK(5:2) "-" INQUIRY-DATE-WORK(7:2)
088390                 DELIMITED BY SIZE INTO INQUIRY-DATE-TEXT
088400     END-EVALUATE.
