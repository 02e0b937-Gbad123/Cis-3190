*> SVCMREC.CPY
*> record layout for CLASSMAST.DAT, the indexed prime class master
*> built by cobClassLoad from a completed PRIMECLASS-<n>.TXT the same
*> way cobPrimeLoad builds PRIMMAST.DAT from OUTPUT-<n>.TXT, so "which
*> classes does x belong to" is one keyed read on the prime.  the
*> file is keyed on cm-prime and wholly replaced (not appended) each
*> time it is reloaded.
*>
*> the eight flag bytes are the class file's, in its class order
*> (twin, cousin, sexy, sophie germain, safe, emirp, palindromic,
*> isolated - see SVCLSREC.CPY), and cm-source-n on every record
*> tells a reader how far the master's coverage extends: a key not
*> found below that bound is a composite, which belongs to no class.
01  class-master-record.
    05  cm-prime              pic 9(10).
    05  cm-class-flags.
        10  cm-flag           pic x(1) occurs 8 times.
    05  cm-run-date           pic x(8).
    05  cm-source-n           pic 9(10).
    05  filler                pic x(10).
