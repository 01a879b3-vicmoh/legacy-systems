    *>    shared incident record: one row per stream step that ended
    *>    return code 8, opened by incopen.cob off stephist.dat and
    *>    worked through incmnt.cob. the key is the step-history key --
    *>    job id, run date and step -- so a restart that abends the
    *>    same step again the same night counts onto the incident it
    *>    already has instead of opening a second. the number is only
    *>    a handle for the operator to key. the failure stamp is the
    *>    abended step's stop time; the recovery stamp is the first
    *>    later completion of the same step below 8 on step history,
    *>    under the incident's job or the rerun job the operator
    *>    recorded. the state is 'O' open or 'C' closed, with the
    *>    operator's actions taken, root-cause category (inccause.cpy)
    *>    and resolution, and who closed it when. callers pick their
    *>    own names via COPY ... REPLACING, the same as holdrec.cpy.
       01 INCIDENT-RECORD.
           02 INCIDENT-NUMBER picture 9(6).
           02 filler picture x value space.
           02 INCIDENT-STATE picture x.
           02 filler picture x value space.
           02 INCIDENT-JOB picture x(8).
           02 filler picture x value space.
           02 INCIDENT-DATE picture 9(8).
           02 filler picture x value space.
           02 INCIDENT-STEP picture x(8).
           02 filler picture x value space.
           02 INCIDENT-FAIL-TIME picture 9(6).
           02 filler picture x value space.
           02 INCIDENT-RC picture 9(4).
           02 filler picture x value space.
           02 INCIDENT-ABENDS picture 9(3).
           02 filler picture x value space.
           02 INCIDENT-RECOVER-DATE picture 9(8).
           02 filler picture x value space.
           02 INCIDENT-RECOVER-TIME picture 9(6).
           02 filler picture x value space.
           02 INCIDENT-RERUN-JOB picture x(8).
           02 filler picture x value space.
           02 INCIDENT-CAUSE picture x(4).
           02 filler picture x value space.
           02 INCIDENT-ACTIONS picture x(60).
           02 filler picture x value space.
           02 INCIDENT-RESOLUTION picture x(60).
           02 filler picture x value space.
           02 INCIDENT-CLOSE-DATE picture 9(8).
           02 filler picture x value space.
           02 INCIDENT-CLOSE-TIME picture 9(6).
           02 filler picture x value space.
           02 INCIDENT-OPERATOR picture x(8).
