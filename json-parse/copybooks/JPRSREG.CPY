      *             statement total and delivery channel, so the
      *             print shop and operations can balance what was
      *             produced against what was mailed, sent
      *             electronically, suppressed, or held (channel
      *             HELD: a paper statement kept back because the
      *             client's address is flagged for returned mail).
      *             Daily and cycle registers are kept on the
      *             register history that mail_return matches
      *             returned statements against.
      ******************************************************************
         1 sreg-heading-line.
          3 filler           pic x(27) value
