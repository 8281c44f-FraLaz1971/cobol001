          SELECT CTL-FILE ASSIGN "cosctl.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS ws-ctl-status.
          SELECT FIT-FILE ASSIGN "ascii_binary_fit.dat"
             ORGANIZATION LINE SEQUENTIAL
             FILE STATUS IS ws-fit-status.
       DATA DIVISION.
       FILE SECTION.
	   FD OUT-FILE.
          05 ctl-mult    pic 99v99.
          05 filler      pic x.
          05 ctl-step    pic 9v99.
       FD FIT-FILE.
       01 fit-line        pic x(60).
       WORKING-STORAGE SECTION.
       01 x            pic s99v99.
       01 domain       pic s99v99.
       01 ws-csv-name    pic x(20) value "points.csv".
       01 ws-csv-status  pic xx.
       01 ws-ctl-status  pic xx.
       01 ws-fit-status  pic xx.
       01 ws-fit-title   pic x(58) value "LEAST-SQUARES FIT".
       01 ws-set-num     pic 99 value 0.
       01 ws-gp-command  pic x(30).
       01 ws-unstring-x   pic x(12).
       01 ws-unstring-cos pic x(12).
       01 ws-unstring-sin pic x(12).
       01 ws-unstring-tan pic x(12).
       01 ws-parm-prog    pic x(10) value "COS".
       01 ws-parm-name    pic x(10).
       01 ws-parm-value   pic x(20).
       01 ws-parm-source  pic x.
       PROCEDURE DIVISION.
       AA-START.
       move "RUNMODE" to ws-parm-name.
       perform pr-get-run-parm.
       IF ws-parm-source = "P"
           DISPLAY "ENTER RUN MODE (S=SINGLE PLOT, C=CONTROL FILE "
               "BATCH, R=REPLOT FROM CSV, F=PLOT READEXPENSES FIT, "
               "BLANK=S)"
           ACCEPT ws-run-mode
       ELSE
           move ws-parm-value to ws-run-mode
       END-IF.
       IF ws-run-mode = "c" MOVE "C" TO ws-run-mode.
       IF ws-run-mode = "r" MOVE "R" TO ws-run-mode.
       IF ws-run-mode = "f" MOVE "F" TO ws-run-mode.
       IF ws-run-mode = "C" GO TO CA-BATCH-START.
       IF ws-run-mode = "R" GO TO RA-REPLOT-START.
       IF ws-run-mode = "F" GO TO FA-FIT-START.
       move "DOMAIN" to ws-parm-name.
       perform pr-get-run-parm.
       IF ws-parm-source = "P"
           DISPLAY "ENTER DOMAIN AS A MULTIPLE OF PI (BLANK=3.00)"
           ACCEPT ws-domain-mult
       ELSE
           compute ws-domain-mult = function numval(ws-parm-value)
       END-IF.
       IF ws-domain-mult = 0
           MOVE 3.00 TO ws-domain-mult.
       move "STEP" to ws-parm-name.
       perform pr-get-run-parm.
       IF ws-parm-source NOT = "P"
           compute ws-step = function numval(ws-parm-value)
           IF ws-step < 0
               DISPLAY "** INVALID STEP " ws-parm-value ", 0.25 TAKEN"
               MOVE 0.25 TO ws-step
           END-IF
           GO TO BA-STEP-DEFAULT.
       DISPLAY "ENTER STEP SIZE (BLANK=0.25)".
       BA-STEP-EDIT.
       ACCEPT ws-step.
       BA-STEP-DEFAULT.
       IF ws-step = 0
           MOVE 0.25 TO ws-step
       ELSE
           INTO ws-gp-command.
       call "SYSTEM" using ws-gp-command.
       perform delete-output.
      * PLOTS THE POINTS AND FITTED LINE LEFT BY READEXPENSES IN FIT
      * MODE. THE FILE'S COMMENT LINE GIVES THE EQUATION FOR THE TITLE.
       FA-FIT-START.
       OPEN INPUT FIT-FILE.
       IF ws-fit-status NOT = "00"
           DISPLAY "NO ascii_binary_fit.dat AVAILABLE TO PLOT"
           perform delete-output.
       READ FIT-FILE
           AT END
               DISPLAY "** ascii_binary_fit.dat IS EMPTY **"
               CLOSE FIT-FILE
               perform delete-output.
       IF fit-line(1:1) = "#"
           MOVE fit-line(3:58) TO ws-fit-title.
       CLOSE FIT-FILE.
       MOVE "fit-plot.gp" TO ws-gp-name.
       OPEN OUTPUT OUT-FILE.
       MOVE SPACES TO gnuplot.
       STRING "set terminal qt persist;set grid;set tics scale 0; "
           DELIMITED BY SIZE
           "set title '" DELIMITED BY SIZE
           ws-fit-title DELIMITED BY SIZE
           "';plot 'ascii_binary_fit.dat' u 1:2 w p t 'data', "
           DELIMITED BY SIZE
           "'' u 1:3 w l t 'fit'" DELIMITED BY SIZE
           INTO gnuplot.
       write gnuplot.
       CLOSE OUT-FILE.
       DISPLAY "PLOTTING " ws-fit-title.
       MOVE SPACES TO ws-gp-command.
       STRING "gnuplot " DELIMITED BY SIZE
           ws-gp-name DELIMITED BY SPACE
           INTO ws-gp-command.
       call "SYSTEM" using ws-gp-command.
       perform delete-output.
      * under nightrun the answers to the prompts come from
      * runparm.dat; a blank value takes the prompt's default.
       pr-get-run-parm.
       call "RUNPARM" using ws-parm-prog ws-parm-name
           ws-parm-value ws-parm-source.
       DA-OPEN-OUTPUTS.
       OPEN OUTPUT OUT-FILE.
       OPEN OUTPUT DATA-FILE.
