      *    unloaded and every consumer falls back to raw calendar-day
      *    aging, exactly the behaviour before the calendar existed.
      *    Kept as a single copybook so ACKRECON's acknowledgment
      *    aging, TABLEBLD's overflow escalation, MNTHOLD's hold
      *    expiry, and PERCLOSE's period-end date count the same
      *    business days - keep the counting paragraphs in step.
      *
      *    SHOPCAL record layout (80 bytes):
      *        COLS  1-8   NON-PROCESSING DATE (YYYYMMDD)
