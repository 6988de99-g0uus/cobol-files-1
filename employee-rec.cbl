      *          widened from X(6) - six characters truncated most
      *          real surnames before they ever reached the report.
               05 EMPLOYEE_NAME PIC X(30).
      *             a leaver's name is blanked, with the date of
      *             birth, once the data-protection retention period
      *             has run from the termination date - see
      *             EMPLOYEE-PURGE. Only means that on a leaver.
                  88 EMPLOYEE-ANONYMISED value spaces.
      *          termination date, yyyymmdd - claimed from what was
      *          FILLER X(9). Spaces while the employee is active;
      *          set by the maintenance run when a DELETE marks the
