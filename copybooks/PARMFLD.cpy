      *> LOAD-RUN-PARAMETERS at the top of its run: when runparms.dat
      *> is present it is authoritative - every record is validated,
      *> an unknown keyword or a bad value fails the run - and each
      *> accepted setting is echoed to day1parmecho.dat (its sbx_
      *> twin on a sandbox run - see RUNFLD.cpy) so the audit
      *> shows exactly what a run actually used. When the file is
      *> absent the old environment variables stay in effect, so the
      *> suite keeps running while installations cut over. A program
          05 WS-PARM-NUM-LEN      PIC S9(3) VALUE 0.
          05 WS-PARM-SIGNED-VALUE PIC S9(8) VALUE 0.
          05 WS-PARM-SIGN-OFFSET  PIC 9(2)  VALUE 0.
          05 WS-PARM-SET-SPACES   PIC 9(2)  VALUE 0.
          05 WS-PARM-SET-TRAILING PIC 9(2)  VALUE 0.
          05 WS-PARM-SANDBOX-PEEK PIC X(1)  VALUE SPACE.
          05 WS-PARM-NUM-OK-SWITCH PIC X(1) VALUE 'N'.
              88 Parm-Value-Numeric     VALUE 'Y'.
              88 Parm-Value-Not-Numeric VALUE 'N'.
          05 PARM-GEN-SEED         PIC 9(8) VALUE 0.
          05 PARM-GEN-SEED-SW      PIC X(1) VALUE 'N'.
              88 Parm-Gen-Seed-Supplied VALUE 'Y'.
      *> percent of valid records drawn as F (straight on) and as U
      *> (about-face) moves - the rest are L/R turns split by
      *> GEN-LEFT-PERCENT. Both default to none, which keeps every
      *> older seed reproducing its file byte for byte.
          05 PARM-GEN-FORWARD-PERCENT PIC 9(3) VALUE 0.
          05 PARM-GEN-FORWARD-SW   PIC X(1) VALUE 'N'.
              88 Parm-Gen-Forward-Supplied VALUE 'Y'.
          05 PARM-GEN-UTURN-PERCENT PIC 9(3) VALUE 0.
          05 PARM-GEN-UTURN-SW     PIC X(1) VALUE 'N'.
              88 Parm-Gen-Uturn-Supplied VALUE 'Y'.
      *> a START record at the top of the generated file - the walk
      *> then begins at GEN-START-H/GEN-START-V facing
      *> GEN-START-HEADING (N/E/S/W) instead of the origin facing north.
          05 PARM-GEN-START-H      PIC S9(7) VALUE 0.
          05 PARM-GEN-START-H-SW   PIC X(1) VALUE 'N'.
              88 Parm-Gen-Start-H-Supplied VALUE 'Y'.
          05 PARM-GEN-START-V      PIC S9(7) VALUE 0.
          05 PARM-GEN-START-V-SW   PIC X(1) VALUE 'N'.
              88 Parm-Gen-Start-V-Supplied VALUE 'Y'.
          05 PARM-GEN-START-HEADING PIC X(1) VALUE 'N'.
          05 PARM-GEN-START-HDG-SW PIC X(1) VALUE 'N'.
              88 Parm-Gen-Start-Hdg-Supplied VALUE 'Y'.
      *> path-divergence analyzer settings (day1pathdiff) - new with
      *> the analyzer, so runparms.dat is their only source; there
      *> are no legacy environment variables to honour.
          05 PARM-PLAN-OUTPUT-FILE PIC X(100).
          05 PARM-PLAN-OUTPUT-SW   PIC X(1) VALUE 'N'.
              88 Parm-Plan-Output-Supplied VALUE 'Y'.
      *> plan from a parked position rather than the origin - the
      *> planned file opens with a START record carrying it.
          05 PARM-PLAN-START-H     PIC S9(7) VALUE 0.
          05 PARM-PLAN-START-H-SW  PIC X(1) VALUE 'N'.
              88 Parm-Plan-Start-H-Supplied VALUE 'Y'.
          05 PARM-PLAN-START-V     PIC S9(7) VALUE 0.
          05 PARM-PLAN-START-V-SW  PIC X(1) VALUE 'N'.
              88 Parm-Plan-Start-V-Supplied VALUE 'Y'.
          05 PARM-PLAN-START-HEADING PIC X(1) VALUE 'N'.
          05 PARM-PLAN-START-HDG-SW PIC X(1) VALUE 'N'.
              88 Parm-Plan-Start-Hdg-Supplied VALUE 'Y'.
      *> Y plans with L/R turns only, for a file bound for a walker
      *> that predates the F and U moves; N (the default) lets the
      *> route go straight on with F or turn about with U.
          05 PARM-PLAN-TURNS-ONLY  PIC X(1) VALUE 'N'.
          05 PARM-PLAN-TURNS-SW    PIC X(1) VALUE 'N'.
              88 Parm-Plan-Turns-Only-Supplied VALUE 'Y'.
      *> directions-file comparison settings (day1dircompare) - the
      *> two files to diff; runparms.dat is their only source.
          05 PARM-COMPARE-FILE-A   PIC X(100).
          05 PARM-POI-TRANS-FILE   PIC X(100).
          05 PARM-POI-TRANS-SW     PIC X(1) VALUE 'N'.
              88 Parm-Poi-Trans-Supplied VALUE 'Y'.
      *> suite-wide sandbox trial-run switch - SANDBOX=Y sends every
      *> history write to the sandbox file set and marks the run
      *> identifier (see RUNFLD.cpy / RUNGEN.cpy); the intake registry
      *> is left alone. day1sbpurge empties the sandbox set.
          05 PARM-SANDBOX          PIC X(1) VALUE 'N'.
          05 PARM-SANDBOX-SW       PIC X(1) VALUE 'N'.
              88 Parm-Sandbox-Supplied VALUE 'Y'.
      *> intake-registry settings - INTAKE-FILE/INTAKE-ACTION drive
      *> the day1intake registration step, INTAKE-REPROCESS=Y lets a
      *> walker re-walk a file the registry shows already processed
          05 PARM-BUNDLE-FILE      PIC X(100).
          05 PARM-BUNDLE-SW        PIC X(1) VALUE 'N'.
              88 Parm-Bundle-Supplied VALUE 'Y'.
      *> batch-schedule report setting (day1schedreport) - the first
      *> day the report covers, today when not given; runparms.dat is
      *> its only source.
          05 PARM-SCHEDULE-FROM    PIC X(10).
          05 PARM-SCHEDULE-FROM-SW PIC X(1) VALUE 'N'.
              88 Parm-Schedule-From-Supplied VALUE 'Y'.
      *> supplier delivery monitor setting (day1slamon) - the day the
      *> deliveries are judged for, today when not given; its month
      *> to date is the on-time percentage period. runparms.dat is
      *> its only source.
          05 PARM-SLA-CHECK-DATE   PIC X(10).
          05 PARM-SLA-CHECK-SW     PIC X(1) VALUE 'N'.
              88 Parm-Sla-Check-Supplied VALUE 'Y'.
      *> restricted-zone file for day1walk's unit-step modes -
      *> day1zones.dat when not given; see ZONEFLD.cpy.
          05 PARM-ZONE-FILE        PIC X(100).
          05 PARM-ZONE-SW          PIC X(1) VALUE 'N'.
              88 Parm-Zone-Supplied VALUE 'Y'.
      *> bottles set-list file - one record per performance of the
      *> evening; when named, bottles sings the whole list in one run
      *> instead of the single performance the settings above describe.
          05 PARM-BOTTLES-SET-LIST PIC X(100).
          05 PARM-BOTTLES-SET-SW   PIC X(1) VALUE 'N'.
              88 Parm-Bottles-Set-List-Supplied VALUE 'Y'.
      *> combinations/permutations settings (factcombo) - the request
      *> file of (n, k, C or P) records and the results file.
          05 PARM-COMBO-REQUESTS   PIC X(100).
          05 PARM-COMBO-REQ-SW     PIC X(1) VALUE 'N'.
              88 Parm-Combo-Requests-Supplied VALUE 'Y'.
          05 PARM-COMBO-RESULTS    PIC X(100).
          05 PARM-COMBO-RES-SW     PIC X(1) VALUE 'N'.
              88 Parm-Combo-Results-Supplied VALUE 'Y'.
      *> route-costing setting (day1cost) - the day the month-to-date
      *> invoice runs to, today when not given; runparms.dat is its
      *> only source.
          05 PARM-COST-DATE        PIC X(10).
          05 PARM-COST-DATE-SW     PIC X(1) VALUE 'N'.
              88 Parm-Cost-Date-Supplied VALUE 'Y'.
      *> analytics extract sign-off setting (day1extract) - Y lets a
      *> run that neither day1trend nor day1recon would flag go to the
      *> warehouse without a sign-off record; N, the default,
      *> publishes approved runs only. See SIGNFLD.cpy.
          05 PARM-EXTRACT-UNFLAGGED PIC X(1) VALUE 'N'.
          05 PARM-EXTRACT-UNFLAG-SW PIC X(1) VALUE 'N'.
              88 Parm-Extract-Unflagged-Supplied VALUE 'Y'.
      *> parameter change-history window (day1parmhist) - changes
      *> made by runs dated inside it are listed first; yesterday and
      *> today when not given. runparms.dat is their only source.
          05 PARM-PARMHIST-FROM    PIC X(10).
          05 PARM-PARMHIST-FROM-SW PIC X(1) VALUE 'N'.
              88 Parm-Parmhist-From-Supplied VALUE 'Y'.
          05 PARM-PARMHIST-TO      PIC X(10).
          05 PARM-PARMHIST-TO-SW   PIC X(1) VALUE 'N'.
              88 Parm-Parmhist-To-Supplied VALUE 'Y'.
      *> analytics extract mode (day1extract) - F, the default,
      *> rebuilds day1extract.csv for the date range; I sends only the
      *> runs past the feed-control high-water mark as a numbered feed
      *> batch the warehouse must acknowledge. Given as FULL or
      *> INCREMENTAL.
          05 PARM-EXTRACT-MODE     PIC X(1) VALUE 'F'.
          05 PARM-EXTRACT-MODE-SW  PIC X(1) VALUE 'N'.
              88 Parm-Extract-Mode-Supplied VALUE 'Y'.
      *> monthly KPI scorecard settings (day1scorecard) - the month
      *> scored, as YYYY-MM, the current month when not given; and an
      *> AMBER and a RED level for each figure the scorecard judges,
      *> given as KPI-<figure>-AMBER and KPI-<figure>-RED with the
      *> figure names in Kpi-Figure-Names below. A figure at or above
      *> its RED level is marked RED, else at or above its AMBER level
      *> AMBER; a level not given is never breached. runparms.dat is
      *> their only source.
          05 PARM-SCORECARD-MONTH  PIC X(7).
          05 PARM-SCORECARD-SW     PIC X(1) VALUE 'N'.
              88 Parm-Scorecard-Month-Supplied VALUE 'Y'.
          05 Parm-Kpi-Level-Entry OCCURS 8 TIMES.
             07 PARM-KPI-AMBER     PIC 9(7) VALUE 0.
             07 PARM-KPI-AMBER-SW  PIC X(1) VALUE 'N'.
                 88 Parm-Kpi-Amber-Supplied VALUE 'Y'.
             07 PARM-KPI-RED       PIC 9(7) VALUE 0.
             07 PARM-KPI-RED-SW    PIC X(1) VALUE 'N'.
                 88 Parm-Kpi-Red-Supplied VALUE 'Y'.
      *> capacity forecast setting (day1capacity) - a fixed table
      *> within this percentage of its ceiling raises an alert; 20
      *> when not given. runparms.dat is its only source.
          05 PARM-CAPACITY-HEADROOM PIC 9(3) VALUE 20.
          05 PARM-CAPACITY-HEAD-SW PIC X(1) VALUE 'N'.
              88 Parm-Capacity-Headroom-Supplied VALUE 'Y'.
      *> archive retrieval settings (day1retrieve) - one run
      *> identifier, or a run-date range (TO defaults to FROM), to
      *> bring back out of the archive files; who asked for it and
      *> why, both required; and the retrieval set the records are
      *> written to. RETRIEVAL-SET is also what points day1inquiry
      *> and day1trend at a retrieval set instead of the live
      *> history - see SWITCH-TO-RETRIEVAL-SET in RUNGEN.cpy.
      *> runparms.dat is their only source.
          05 PARM-RETRIEVE-RUN-ID  PIC X(20).
          05 PARM-RETRIEVE-RUN-SW  PIC X(1) VALUE 'N'.
              88 Parm-Retrieve-Run-Supplied VALUE 'Y'.
          05 PARM-RETRIEVE-FROM    PIC X(10).
          05 PARM-RETRIEVE-FROM-SW PIC X(1) VALUE 'N'.
              88 Parm-Retrieve-From-Supplied VALUE 'Y'.
          05 PARM-RETRIEVE-TO      PIC X(10).
          05 PARM-RETRIEVE-TO-SW   PIC X(1) VALUE 'N'.
              88 Parm-Retrieve-To-Supplied VALUE 'Y'.
          05 PARM-RETRIEVE-REQUESTER PIC X(30).
          05 PARM-RETRIEVE-REQ-SW  PIC X(1) VALUE 'N'.
              88 Parm-Retrieve-Requester-Supplied VALUE 'Y'.
          05 PARM-RETRIEVE-REASON  PIC X(60).
          05 PARM-RETRIEVE-WHY-SW  PIC X(1) VALUE 'N'.
              88 Parm-Retrieve-Reason-Supplied VALUE 'Y'.
          05 PARM-RETRIEVAL-SET    PIC X(16).
          05 PARM-RETRIEVAL-SET-SW PIC X(1) VALUE 'N'.
              88 Parm-Retrieval-Set-Supplied VALUE 'Y'.
      *> proximity search settings (day1proximity) - the target by
      *> signed coordinates or by a landmark name from the POI file,
      *> the radius in blocks (3 when not given), the run-date range
      *> (the last 14 days to today when not given), and Y to find
      *> the runs in the range through the keyed run master
      *> day1runmaster.dat instead of from the path trace alone.
      *> runparms.dat is their only source.
          05 PARM-PROX-TARGET-H    PIC S9(7) VALUE 0.
          05 PARM-PROX-H-SW        PIC X(1) VALUE 'N'.
              88 Parm-Prox-H-Supplied VALUE 'Y'.
          05 PARM-PROX-TARGET-V    PIC S9(7) VALUE 0.
          05 PARM-PROX-V-SW        PIC X(1) VALUE 'N'.
              88 Parm-Prox-V-Supplied VALUE 'Y'.
          05 PARM-PROX-POI-NAME    PIC X(20).
          05 PARM-PROX-POI-SW      PIC X(1) VALUE 'N'.
              88 Parm-Prox-Poi-Supplied VALUE 'Y'.
          05 PARM-PROX-RADIUS      PIC 9(7) VALUE 3.
          05 PARM-PROX-RADIUS-SW   PIC X(1) VALUE 'N'.
              88 Parm-Prox-Radius-Supplied VALUE 'Y'.
          05 PARM-PROX-FROM        PIC X(10).
          05 PARM-PROX-FROM-SW     PIC X(1) VALUE 'N'.
              88 Parm-Prox-From-Supplied VALUE 'Y'.
          05 PARM-PROX-TO          PIC X(10).
          05 PARM-PROX-TO-SW       PIC X(1) VALUE 'N'.
              88 Parm-Prox-To-Supplied VALUE 'Y'.
          05 PARM-PROX-USE-MASTER  PIC X(1) VALUE 'N'.
          05 PARM-PROX-MASTER-SW   PIC X(1) VALUE 'N'.
              88 Parm-Prox-Master-Supplied VALUE 'Y'.
      *> the scorecard figures a KPI- level can be set for, in the
      *> order of Parm-Kpi-Level-Entry: failed runs, gate NO-GO
      *> nights, reconciliation mismatches, reject rate (whole
      *> percent), CRITICAL alerts, WARNING alerts, intake backlog at
      *> month end, and average walk time per run (hundredths).
       01 Kpi-Figure-Names.
          05 FILLER PIC X(12) VALUE 'FAILED'.
          05 FILLER PIC X(12) VALUE 'NOGO'.
          05 FILLER PIC X(12) VALUE 'MISMATCH'.
          05 FILLER PIC X(12) VALUE 'REJECT-PCT'.
          05 FILLER PIC X(12) VALUE 'CRITICAL'.
          05 FILLER PIC X(12) VALUE 'WARNING'.
          05 FILLER PIC X(12) VALUE 'BACKLOG'.
          05 FILLER PIC X(12) VALUE 'WALK-TIME'.
       01 Kpi-Figure-Name-Table REDEFINES Kpi-Figure-Names.
          05 KPI-FIGURE-NAME PIC X(12) OCCURS 8 TIMES.
       01 Kpi-Parm-Work-Fields.
          05 WS-PARM-KPI-IX        PIC 9(2) VALUE 0.
          05 WS-PARM-KPI-FOUND     PIC 9(2) VALUE 0.
          05 WS-PARM-KPI-LEVEL     PIC X(1) VALUE SPACE.
          05 WS-PARM-KPI-KEY       PIC X(30).
