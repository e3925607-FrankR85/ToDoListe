           88  ACTION-BOARD             VALUE 'SHOW-BOARD'.
           88  ACTION-SET-REMINDER      VALUE 'SET-REMINDER'.
           88  ACTION-HEALTH            VALUE 'HEALTH'.
           88  ACTION-APPROVE           VALUE 'APPROVE'.
           88  ACTION-REJECT            VALUE 'REJECT'.
           88  ACTION-SHOW-APPROVALS    VALUE 'SHOW-APPROVALS'.
           88  ACTION-WATCH             VALUE 'WATCH'.
           88  ACTION-UNWATCH           VALUE 'UNWATCH'.
           88  ACTION-SHOW-WATCHED      VALUE 'SHOW-WATCHED'.
           88  ACTION-SET-PROJECT       VALUE 'SET-PROJECT'.
           88  ACTION-CONFIDENTIAL      VALUE 'CONFIDENTIAL'.
           88  ACTION-SHOW-REPORTS      VALUE 'SHOW-REPORTS'.
           88  ACTION-OPEN-REPORT       VALUE 'OPEN-REPORT'.
           88  ACTION-SAVE-VIEW         VALUE 'SAVE-VIEW'.
           88  ACTION-DROP-VIEW         VALUE 'DROP-VIEW'.
           88  ACTION-SHOW-VIEWS        VALUE 'SHOW-VIEWS'.
           88  ACTION-RUN-VIEW          VALUE 'RUN-VIEW'.
           88  ACTION-FORM-TOKEN        VALUE 'FORM-TOKEN'.
           88  ACTION-TEAM              VALUE 'TEAM'.
           88  ACTION-NEXT              VALUE 'NEXT'.
           88  ACTION-HOLD              VALUE 'HOLD'.
           88  ACTION-UNHOLD            VALUE 'UNHOLD'.
           88  ACTION-CLAIM             VALUE 'CLAIM'.
           88  ACTION-SHOW-POOL         VALUE 'SHOW-POOL'.
