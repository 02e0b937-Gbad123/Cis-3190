*> master is opened for output on every load, so reloading from a
*> larger n replaces the old contents rather than appending to them
*> - the same discipline cobPrimeLoad applies to PRIMMAST.DAT.
*>
*> a family cobCatMaint has retired on CATALOG.TXT is refused before
*> the master is touched, as cobPrimeLoad refuses it; an n with no
*> catalog record at all loads as it always has.
environment division.
input-output section.
file-control.
  record key is fm-composite
  file status is master-status.

  select catalog-file assign to dynamic catalog-filename
  organization is line sequential
  file status is catalog-status.

data division.
file section.
fd  factor-file.
fd  fact-master.
  copy 'SVFMREC.CPY'.

fd  catalog-file.
  copy 'SVCATREC.CPY'.

working-storage section.
  77 parm-value          pic x(10).
  77 n                   pic 9(10).
  77 master-filename     pic x(40) value 'FACTMAST.DAT'.
  77 factor-status       pic x(2).
  77 master-status       pic x(2).
  77 catalog-filename    pic x(40) value 'CATALOG.TXT'.
  77 catalog-status      pic x(2).
  77 catalog-eof         pic 9.
  77 entry-retired       pic 9.
  77 entry-retire-date   pic x(8).
  77 run-date            pic x(8).
  77 factor-eof          pic 9.
  77 header-seen         pic 9 value 0.
    stop run
  end-if.

  perform find-catalog-entry.
  if entry-retired = 1
    display 'table family for n ' function trim(n-edited)
            ' retired from service on ' entry-retire-date
            ' - factors not loaded'
    move 8 to return-code
    stop run
  end-if.

  move spaces to factor-filename.
  string 'FACTORS-' delimited by size
         function trim(n-edited) delimited by size
    end-if
  end-if.

find-catalog-entry.
*> only the retired mark matters here; an unreadable or absent
*> catalog leaves the load as it was before the catalog existed
  move 0 to entry-retired.
  move 0 to catalog-eof.
  open input catalog-file.
  if catalog-status = '00'
    perform scan-catalog-entry until catalog-eof = 1
    close catalog-file
  end-if.

scan-catalog-entry.
  read catalog-file
    at end
      move 1 to catalog-eof
    not at end
      if ct-n = n
        if ct-retired
          move 1 to entry-retired
          move ct-retire-date to entry-retire-date
        end-if
        move 1 to catalog-eof
      end-if
  end-read.

read-header.
*> a load from anything but a complete, well-formed factorization
*> file would leave the master silently short, so the header must be
