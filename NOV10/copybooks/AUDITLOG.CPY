      *> field images so a change can be reconstructed without source
      *> history. The images mirror the ADDRMAS.CPY field set; keep
      *> them in step when that layout changes.
      *>
      *> Action DENIED is a security event, not a change: addrmaint
      *> writes one when an operator tries a function outside their
      *> OPRAUTH.CPY grants. Both images are blank except the after
      *> id (the record involved, if any) and the after name, which
      *> carries the refused function; nothing replays it.
      *>
      *> Actions ALTADD, ALTCHG and ALTDEL record changes to a
      *> seasonal alternate address (ALTADDR.CPY), not the master.
      *> The images carry the id, the customer's name, and the
      *> alternate's street through route; the status slot holds the
      *> alternate's sequence digit and the status-date slot its
      *> window as start MMDD then end MMDD. Fail fields are zero.
      *> Master recovery does not replay them.
       01 audit-log-record.
           05 aud-log-date            picture 9(8).
           05 aud-log-time            picture 9(8).
