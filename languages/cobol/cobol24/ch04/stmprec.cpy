000010*--------------------------------------------------------------*
000020*  Audit stamp area - an External item shared with Chapt04al.  *
000030*  A program about to write an audit record moves "S" to       *
000040*  AS-Request-Code and the record to AS-Audit-Image and calls  *
000050*  Chapt04al, which returns the record's audit sequence number *
000060*  and chained check value.  A request of "C" only computes    *
000070*  the check value for the image, sequence number and previous *
000080*  check value supplied, so the verification run can recompute *
000090*  the chain without advancing the sequence.                   *
000092*  The record's effective date is passed separately and is     *
000094*  left blank for records that carry none.                     *
000100*--------------------------------------------------------------*
000110 01  Audit-Stamp-Area External.
000120     05  AS-Request-Code        Pic X.
000130     05  AS-Audit-Image         Pic X(86).
000140     05  AS-Sequence-Number     Pic 9(9).
000150     05  AS-Previous-Chain      Pic 9(10).
000160     05  AS-Chain-Value         Pic 9(10).
000170     05  AS-Effective-Date      Pic X(8).
