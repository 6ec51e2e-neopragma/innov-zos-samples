      * contacts' LAST_RESPONSE dates and reports how many of the
      * contacts mailed have responded since the campaign ran - the
      * proof marketing keeps asking for that mailings work.
      * Contacts CONTMAIL held out as a campaign's control group were
      * never mailed and are left out here; LIFTRPT sets them against
      * the mailed contacts.
      **********************************************************************
       Program-ID. CAMPRPT.
       Environment Division.
                   C.RUN_DATE,
                   (SELECT COUNT(*)
                        FROM LABSCHEMA.CAMPAIGN_CONTACT CC
                        WHERE CC.CAMPAIGN_ID = C.CAMPAIGN_ID
                          AND COALESCE(CC.HOLDOUT_FLAG, 'N') <> 'Y'),
                   (SELECT COUNT(*)
                        FROM LABSCHEMA.CAMPAIGN_CONTACT CC
                        JOIN LABSCHEMA.CONTACTS K
                          ON K.ID = CC.CONTACT_ID
                        WHERE CC.CAMPAIGN_ID = C.CAMPAIGN_ID
                          AND COALESCE(CC.HOLDOUT_FLAG, 'N') <> 'Y'
                          AND K.LAST_RESPONSE >= C.RUN_DATE)
                   FROM LABSCHEMA.CAMPAIGN C
                   ORDER BY C.RUN_DATE, C.CAMPAIGN_ID
