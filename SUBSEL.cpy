      *> Submission attempt register -- FILE-CONTROL entries. Every
      *> answer the tracking team submitted, per program and run
      *> date, with the outcome and the "too high" / "too low" hint
      *> that came back with a rejection; AOCSUBM loads it from the
      *> team's inbound attempts file. The register gives each key
      *> known bounds, and AOCRSLT's write path judges every new
      *> answer against them: one outside the bounds, repeating a
      *> rejected value or differing from an accepted one lands in
      *> the flag file, which AOCEXTRACT reads so the answer goes
      *> downstream marked SUSPECT rather than clean. COPY SUBSEL. in
      *> FILE-CONTROL; COPY SUBFD. in the FILE SECTION; COPY SUBWS. in
      *> WORKING-STORAGE; set sb-progid, sb-run-date and sb-answer
      *> (spaces just to derive the bounds), then COPY SUBBOUND. and
      *> test sb-suspect.
             select subreg-file
               assign to dynamic subreg-name
               organization is line sequential
               file status is sb-reg-status.
             select subflag-file
               assign to dynamic subflag-name
               organization is line sequential
               file status is sb-flag-status.
