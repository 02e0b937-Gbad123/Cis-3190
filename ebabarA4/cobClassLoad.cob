identification division.
program-id. cobClassLoad.
*> loads a completed PRIMECLASS-<n>.TXT class file into CLASSMAST.DAT,
*> an indexed master keyed on the prime, so cobInquiry can answer
*> "which classes does x belong to" with one keyed read instead of
*> scanning the line-sequential class file.  the master is opened
*> for output on every load, so reloading from a larger n replaces
*> the old contents rather than appending to them - the same
*> discipline cobPrimeLoad applies to PRIMMAST.DAT.
*>
*> beyond the record count, each class's member count on the 'T'
*> trailer is balanced against the flags actually loaded, so a torn
*> or hand-edited class file cannot pass for a good master.
environment division.
input-output section.
file-control.
  select class-file assign to dynamic class-filename
  organization is line sequential
  file status is class-status.

  select class-master assign to dynamic master-filename
  organization is indexed
  access mode is sequential
  record key is cm-prime
  file status is master-status.

data division.
file section.
fd  class-file.
  copy 'SVCLSREC.CPY'.

fd  class-master.
  copy 'SVCMREC.CPY'.

working-storage section.
  77 parm-value          pic x(10).
  77 n                   pic 9(10).
  77 n-edited            pic z(9)9.
  77 is-valid-input      pic 9.
  77 class-filename      pic x(40).
  77 master-filename     pic x(40) value 'CLASSMAST.DAT'.
  77 class-status        pic x(2).
  77 master-status       pic x(2).
  77 run-date            pic x(8).
  77 class-eof           pic 9.
  77 header-seen         pic 9 value 0.
  77 trailer-seen        pic 9 value 0.
  77 trailer-value       pic 9(10).
  77 detail-count        pic 9(10).
  77 loaded-count        pic 9(10).
  77 load-errors         pic 9(10).
  77 prev-value          pic 9(10).
  77 class-idx           pic 9(2).
  01 class-count-table.
     05 class-count      pic 9(10) occurs 8 times.
  01 trailer-count-table.
     05 trailer-count    pic 9(10) occurs 8 times.
  77 count-edited        pic z(9)9.
  77 value-edited        pic z(9)9.
  77 class-edited        pic z9.

procedure division.
main-logic.
  accept parm-value from command-line.
  perform get-parm-n.
  if is-valid-input = 0
    display 'usage: cobClassLoad <n> - n must be numeric and positive'
    move 8 to return-code
    stop run
  end-if.

  move spaces to class-filename.
  string 'PRIMECLASS-' delimited by size
         function trim(n-edited) delimited by size
         '.TXT' delimited by size
         into class-filename.

  open input class-file.
  if class-status not = '00'
    display 'class file ' function trim(class-filename)
            ' not found or unreadable - status ' class-status
    move 8 to return-code
    stop run
  end-if.

  perform read-header.
  if header-seen = 0
    close class-file
    move 8 to return-code
    stop run
  end-if.

  open output class-master.
  if master-status not = '00'
    display 'class master ' function trim(master-filename)
            ' could not be created - status ' master-status
    close class-file
    move 8 to return-code
    stop run
  end-if.

  move 0 to detail-count.
  move 0 to loaded-count.
  move 0 to load-errors.
  move 0 to prev-value.
  perform varying class-idx from 1 by 1 until class-idx > 8
    move 0 to class-count(class-idx)
  end-perform.
  move 0 to class-eof.
  perform load-detail-records until class-eof = 1.

  close class-file.
  close class-master.

  perform check-trailer.
  perform report-results.

  if load-errors > 0
    move 8 to return-code
  end-if.
  stop run.

get-parm-n.
*> same PARM discipline as cobSeive: a non-numeric value is rejected
*> outright instead of handed to NUMVAL, which would silently coerce
*> it to 0
  move 0 to is-valid-input.
  if function trim(parm-value) is numeric
    move function numval(parm-value) to n
    if n > 0
      move 1 to is-valid-input
      move n to n-edited
    end-if
  end-if.

read-header.
*> a load from anything but a complete, well-formed class file would
*> leave the master silently short, so the header must be present
*> and must carry the n the file is named for before a single record
*> is loaded
  read class-file
    at end
      display 'class file ' function trim(class-filename)
              ' is empty - nothing loaded'
    not at end
      if pc-header-record
        if pc-value = n
          move 1 to header-seen
          move pc-run-date to run-date
        else
          move pc-value to value-edited
          display 'header n ' function trim(value-edited)
                  ' does not match file name n '
                  function trim(n-edited) ' - nothing loaded'
        end-if
      else
        display 'first record of ' function trim(class-filename)
                ' is not an H header - nothing loaded'
      end-if
  end-read.

load-detail-records.
*> one master record per prime on the file, written in key order
*> with its eight flag bytes carried across; an out-of-order or
*> duplicate prime is counted as an error and skipped so the keyed
*> write cannot fail on a duplicate key
  read class-file
    at end
      move 1 to class-eof
    not at end
      if pc-detail-record
        add 1 to detail-count
        if pc-value <= prev-value
          move pc-value to value-edited
          display 'detail prime ' function trim(value-edited)
                  ' duplicated or out of order - skipped'
          add 1 to load-errors
        else
          move pc-value to prev-value
          move spaces to class-master-record
          move pc-value to cm-prime
          perform varying class-idx from 1 by 1 until class-idx > 8
            move pc-flag(class-idx) to cm-flag(class-idx)
            if pc-flag(class-idx) = 'Y'
              add 1 to class-count(class-idx)
            end-if
          end-perform
          move run-date to cm-run-date
          move n to cm-source-n
          write class-master-record
          if master-status not = '00'
            display 'write to class master failed - status '
                    master-status
            add 1 to load-errors
          else
            add 1 to loaded-count
          end-if
        end-if
      else if pc-trailer-record
        move 1 to trailer-seen
        move pc-value to trailer-value
        perform varying class-idx from 1 by 1 until class-idx > 8
          move pc-class-count(class-idx) to trailer-count(class-idx)
        end-perform
        move 1 to class-eof
      end-if
  end-read.

check-trailer.
*> a short file (a run that never finished, or a torn copy) must not
*> masquerade as a loaded master, and neither may one whose flags
*> no longer add up to the class counts it was written with
  if trailer-seen = 0
    display 'no T trailer on ' function trim(class-filename)
            ' - file may be incomplete'
    add 1 to load-errors
  else
    if trailer-value not = detail-count
      move trailer-value to value-edited
      move detail-count to count-edited
      display 'trailer count ' function trim(value-edited)
              ' but ' function trim(count-edited)
              ' D records read'
      add 1 to load-errors
    end-if
    perform varying class-idx from 1 by 1 until class-idx > 8
      if trailer-count(class-idx) not = class-count(class-idx)
        move class-idx to class-edited
        move trailer-count(class-idx) to value-edited
        move class-count(class-idx) to count-edited
        display 'trailer count ' function trim(value-edited)
                ' for class ' function trim(class-edited)
                ' but ' function trim(count-edited)
                ' flagged on the D records'
        add 1 to load-errors
      end-if
    end-perform
  end-if.

report-results.
  move loaded-count to count-edited.
  if load-errors = 0
    display 'cobClassLoad: ' function trim(count-edited)
            ' primes loaded to ' function trim(master-filename)
            ' from ' function trim(class-filename)
  else
    move load-errors to value-edited
    display 'cobClassLoad: load of ' function trim(class-filename)
            ' completed with ' function trim(value-edited)
            ' error(s) - master should not be trusted'
  end-if.
