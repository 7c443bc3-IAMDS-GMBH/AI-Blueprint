      *================================================================
      * VACRPT.CPY - Urlaubskonten-Report (VACATION-REPORT-FILE)
      * Eine Zeile je Mitarbeiter, nach Kostenstelle gruppiert:
      * Urlaubsjahr, Jahresanspruch, Vortrag aus dem Vorjahr,
      * genommener Urlaub, Resturlaub, schon erfasster und noch
      * nicht abgerechneter Urlaub, davon noch verfuegbar, und die
      * Krankheitstage des Jahres. Hinter jeder Kostenstelle eine
      * Summenzeile, am Ende die Gesamtsumme.
      *================================================================
       01 VACATION-REPORT-LINE.
          05 VR-COST-CENTER       PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-EMPLOYEE-ID       PIC 9(6).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-YEAR              PIC 9(4).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-ENTITLEMENT       PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-CARRIED           PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-TAKEN             PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-BALANCE           PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-PLANNED           PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-AVAILABLE         PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-SICK-DAYS         PIC ZZ9.9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VR-REMARK            PIC X(10).

       01 VACATION-CC-TOTAL-LINE.
          05 VRC-LABEL            PIC X(12).
          05 VRC-COST-CENTER      PIC X(6).
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VRC-EMPLOYEES        PIC ZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VRC-ENTITLEMENT      PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRC-CARRIED          PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRC-TAKEN            PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRC-BALANCE          PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRC-PLANNED          PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRC-AVAILABLE        PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRC-SICK-DAYS        PIC ZZ,ZZ9.9.

       01 VACATION-TOTAL-LINE.
          05 VRT-LABEL            PIC X(20)
                                   VALUE "URLAUB GESAMT:      ".
          05 VRT-EMPLOYEES        PIC ZZZ9.
          05 FILLER               PIC X(2)  VALUE SPACE.
          05 VRT-ENTITLEMENT      PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRT-CARRIED          PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRT-TAKEN            PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRT-BALANCE          PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRT-PLANNED          PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRT-AVAILABLE        PIC ZZ,ZZ9.9.
          05 FILLER               PIC X(1)  VALUE SPACE.
          05 VRT-SICK-DAYS        PIC ZZ,ZZ9.9.
