               file status is ws-setb-status.
             COPY PROFILESEL.
             COPY OPAUTHSEL.
             COPY FRZSEL.
       data division.
       file section.
       COPY PROFILEFD.
       COPY OPAUTHFD.
       COPY FRZFD.

       fd profile-io-file
          block 0 records
       77 pb-hit pic S9(4) comp-4.
       77 ws-diff-count pic 9(4) value zero.

      *> Who reads a setting, shown before it is changed.
       COPY PROFUSE.
       77 ws-use-name  pic X(40).
       77 ws-use-count pic S9(4) comp-4.

       COPY EOFSW.

       COPY OPAUTHWS.
       COPY FRZWS.
       COPY SIGNLK.

       procedure division.
           COPY PROFILELOAD.

           COPY SIGNON REPLACING PROGID BY 'AOCPROF'
                                 OPERATOR BY ws-operator.
           accept ws-operator from environment 'AOC_OPERATOR'
           if ws-operator = spaces
              display 'Operator ID: ' with no advancing
              display ' Q. Quit'
              display 'Choice: ' with no advancing
              accept ws-choice
              COPY SIGNIDLE.
              if sg-refused
                 move 'Q' to ws-choice
              end-if
              evaluate ws-choice
                 when 'L' when 'l' perform list-settings
                 when 'E' when 'e' perform edit-setting
           if not oa-allowed
              exit section
           end-if
           move 'PROFILE' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              exit section
           end-if
           display 'Setting name: ' with no advancing
           move spaces to ws-name
           accept ws-name
           if ws-name = spaces
              exit section
           end-if
           perform show-where-used
           perform find-setting
           if pl-hit > zero
              display 'Current: ' function trim(pl-line(pl-hit))
           if not oa-allowed
              exit section
           end-if
           move 'PROFILE' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              exit section
           end-if
           display 'Setting name to delete: ' with no advancing
           move spaces to ws-name
           accept ws-name
              display 'No such setting'
              exit section
           end-if
           perform show-where-used
           move 'DELETE' to ws-hist-action
           move pl-line(pl-hit) to ws-hist-detail
           perform varying pl-ix from pl-hit by 1
           display 'Deleted (unsaved until S)'
           .

      *> The programs the where-used register (PROFUSE.cpy) names
      *> for the setting -- a season line (yyyy:NAME) is read by
      *> NAME's readers.
       show-where-used section.
           move function upper-case(ws-name) to ws-use-name
           if ws-use-name(5:1) = ':' and ws-use-name(1:4) is numeric
              move function upper-case(ws-name(6:)) to ws-use-name
           end-if
           move zero to ws-use-count
           perform varying pw-ix from 1 by 1 until pw-ix > pw-count
              if pw-name(pw-ix) = ws-use-name
                 if ws-use-count = zero
                    display 'Read by: ' function trim(pw-progs(pw-ix))
                 else
                    display '         ' function trim(pw-progs(pw-ix))
                 end-if
                 add 1 to ws-use-count
              end-if
           end-perform
           if ws-use-count = zero
              display 'Read by: (no program is registered as reading '
                 'this setting)'
           end-if
           .

      *> Save: the live file as it stands becomes version N (the
      *> rollback target), then the edited table becomes the live
      *> file.
           if not oa-allowed
              exit section
           end-if
           move 'PROFILE' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              exit section
           end-if
           display 'Version number to roll back to: '
              with no advancing
           move spaces to ws-ver-pick
           if not oa-allowed
              exit section
           end-if
           move 'PROFILE' to fz-scope
           COPY FRZCHK.
           if not fz-allowed
              exit section
           end-if
           display 'Promote FROM set (e.g. TEST): '
              with no advancing
           move spaces to ws-set-word
