      ******************************************************************
      * Parameter area for the INTERFACE-MANIFEST subprogram.
      *
      * Every program that sends a file to another system, or takes
      * one in from outside, fills in the file name, its own program
      * name, the detail record count and the dollar hash total of
      * the details, and CALLs INTERFACE-MANIFEST USING this area:
      *   SEND    - after an outbound file is released. The file is
      *             registered on interfacemanifest.txt under the next
      *             run sequence number for that file, handed back in
      *             IM-SEQUENCE.
      *   VERIFY  - before an inbound file is processed, with the
      *             count, total and sequence number off its trailer
      *             (IM-SEQUENCE zero when the sender supplies none).
      *             IM-RESULT comes back:
      *               A = the file foots to its trailer and follows
      *                   on from the last one received - process it;
      *               G = it foots, but one or more sequence numbers
      *                   before it never arrived (IM-REASON says
      *                   which was expected) - process it, and chase
      *                   the missing file;
      *               X = no trailer, details that do not foot to the
      *                   trailer, or a file already received - do
      *                   not process it. The refusal is logged on the
      *                   manifest by the subprogram itself.
      *   RECEIVE - after a verified file has been processed, with the
      *             area exactly as VERIFY left it, to log it on the
      *             manifest as received. A file that verified but was
      *             not processed is left off, so the rerun is not
      *             refused as a duplicate.
      ******************************************************************
       01 INTERFACE-MANIFEST-AREA.
           05 IM-ACTION           PIC X(7).
               88 IM-REGISTER-SENT   VALUE "SEND".
               88 IM-VERIFY-INBOUND  VALUE "VERIFY".
               88 IM-LOG-RECEIVED    VALUE "RECEIVE".
           05 IM-FILE-NAME        PIC X(30).
           05 IM-PROGRAM          PIC X(30).
           05 IM-RECORD-COUNT     PIC 9(7).
           05 IM-HASH-TOTAL       PIC 9(11)V99.
           05 IM-SEQUENCE         PIC 9(6).
           05 IM-TRAILER-FOUND    PIC X.
               88 IM-TRAILER-ON-FILE VALUE 'Y'.
           05 IM-TRAILER-COUNT    PIC 9(7).
           05 IM-TRAILER-TOTAL    PIC 9(11)V99.
           05 IM-RESULT           PIC X.
               88 IM-ACCEPTED        VALUE 'A'.
               88 IM-GAP-ACCEPTED    VALUE 'G'.
               88 IM-REFUSED         VALUE 'X'.
           05 IM-REASON           PIC X(40).
