000100*--------------------------------------------------------------
000200* OCCHREC -- GARAGE OCCUPANCY HISTORY RECORD
000300*   ONE RECORD PER GARAGE PER NIGHT, APPENDED BY PARKINGROLLUP
000400*   AFTER THE HOURLY OCCUPANCY REPORT PRINTS. EACH OF THE 24
000500*   HOURS (HOUR 00 FIRST) CARRIES THE PEAK SIMULTANEOUS VEHICLES
000600*   AND THE AVERAGE OCCUPANCY (VEHICLE-MINUTES OVER SIXTY) FROM
000700*   THAT GARAGE'S MINUTE SERIES; THE BAY COUNT IS THE ONE IN
000800*   FORCE THAT NIGHT, ZERO WHEN NONE WAS GIVEN. OCCPROF BUILDS THE
000900*   DEMAND PROFILE FROM IT. A RERUN NIGHT MAY APPEND A SECOND
001000*   RECORD FOR THE SAME GARAGE AND DATE; THE LATER ONE STANDS.
001100*
001200*   2026-10-15  RH   ORIGINAL VERSION.
001300*--------------------------------------------------------------
001400 01  OCCUPANCY-HISTORY-RECORD.
001500     05  OCH-RUN-DATE         PIC 9(8).
001600     05  OCH-GARAGE           PIC X(8).
001700     05  OCH-BAYS             PIC 9(2).
001800     05  OCH-HOUR OCCURS 24 TIMES.
001900         10  OCH-PEAK         PIC 9(5).
002000         10  OCH-AVG          PIC 9(5)V9(2).
002100     05  FILLER               PIC X(14).
