      *> Student cumulative summary master record (P2StuSummary.dat)
      *> -- one record per student on the history master, holding
      *> the cumulative figures every reporting program used to
      *> replay out of P2History.dat for itself: cumulative and
      *> major GPA (retake replacement, pass/no-pass and transfer
      *> rules exactly as P2's seed applies them), cumulative /
      *> GPA-graded / attempted / earned hours, the three
      *> requirement-category
      *> hour totals, first and last term on record, and standing
      *> off P2Standing.dat as of the build.  Rebuilt whole by
      *> P2StuSum.cob after every history rewrite and kept sorted
      *> by StudentWNbr, the history master's own order.  The last
      *> record is the CTLTRL integrity trailer (count, graded
      *> hours * 100, cumulative QP * 100) followed by the history
      *> generation the summary was built from, so a reader can
      *> tell a summary that predates the live master.  COPYed
      *> under an FD 01 the same way STUDENT.CPY is.
       02 SU-StudentWNbr      PIC X(9).
       02 SU-StudentName      PIC X(16).
       02 SU-CumGPA           PIC 9V99.
       02 SU-MajorGPA         PIC 9V99.
       02 SU-CumQP            PIC 9(4)V99.
       02 SU-MajorHrs         PIC 9(4)V99.
       02 SU-MajorQP          PIC 9(4)V99.
      *> Cumulative: P2's cumulative hours -- every counted grade,
      *> F and P included, after retake replacement.  Graded: the
      *> GPA denominator (cumulative less pass/no-pass).
      *> Attempted and earned are the rate-of-progress measures and
      *> count every attempt, retakes included: attempted is all
      *> but audits (W, F, I, NP included), earned is passing
      *> grades only.
       02 SU-CumHrs           PIC 9(4)V99.
       02 SU-GradedHrs        PIC 9(4)V99.
       02 SU-AttemptedHrs     PIC 9(4)V99.
       02 SU-EarnedHrs        PIC 9(4)V99.
       02 SU-GenEdHrs         PIC 9(4)V99.
       02 SU-MajorCatHrs      PIC 9(4)V99.
       02 SU-ElectiveHrs      PIC 9(4)V99.
       02 SU-FirstTermKey     PIC 9(5).
       02 SU-FirstTerm        PIC X(11).
       02 SU-LastTermKey      PIC 9(5).
       02 SU-LastTerm         PIC X(11).
       02 SU-Standing         PIC X(10).
      *> "Y" when the student's course table overflowed during the
      *> build and the figures above are incomplete.
       02 SU-Overflow         PIC X(1).
      *> Class level (FRESHMAN / SOPHOMORE / JUNIOR / SENIOR) off
      *> undergraduate earned hours (passing grades, retakes
      *> replaced) against the P2Params.dat boundaries --
      *> the same classification P2 prints on the transcript.
       02 SU-ClassLevel       PIC X(9).
      *> Career level.  SU-Career is the student's own career off
      *> P2Students.dat (UG undergraduate or GR graduate, blank read
      *> as UG), and the cumulative, graded, major, and category
      *> figures above are that career's alone -- graduate work
      *> never blends into an undergraduate's cumulative, nor the
      *> other way round.  Each course's career comes off
      *> P2Catalog.dat.  Both careers' figures follow, cumulative
      *> hours, graded hours, quality points, and GPA; a graduate
      *> student classifies as GRADUATE above.  Attempted and
      *> earned hours and the terms on record span every career.
       02 SU-Career           PIC X(2).
       02 SU-UGHrs            PIC 9(4)V99.
       02 SU-UGGradedHrs      PIC 9(4)V99.
       02 SU-UGQP             PIC 9(4)V99.
       02 SU-UGGPA            PIC 9V99.
       02 SU-GRHrs            PIC 9(4)V99.
       02 SU-GRGradedHrs      PIC 9(4)V99.
       02 SU-GRQP             PIC 9(4)V99.
       02 SU-GRGPA            PIC 9V99.
      *> Undergraduate earned hours with retakes replaced -- the
      *> figure SU-ClassLevel is set from, and the one to rank or
      *> group students by when the result must agree with their
      *> class level (SU-EarnedHrs above counts every attempt in
      *> every career).
       02 SU-UGEarnedHrs      PIC 9(4)V99.
