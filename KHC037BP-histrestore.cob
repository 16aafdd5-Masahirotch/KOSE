      * REMARKS. 店別アウト用台帳退避世代ポイントインタイムリストア.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004812) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004832) 修正日付(20261015) 修正者(TM)
      * 修正履歴 NO(004845) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  W-再構築ＰＧＭＩＤ     PIC  X(010) VALUE 'KHC031BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  LOCK-CODE SYNC         PIC S9(004) COMP VALUE 12.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(014) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 13.
       01  W-処理モード区分          PIC  X(1).
       01  W-世代モード区分          PIC  X(1).
       01  W-確定件数                PIC  9(005).
       01  WK対象年月区分            PIC  X(6).
       01  W-処理年月                PIC  X(6).
       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).

           EXEC SQL END DECLARE SECTION END-EXEC.

               CALL KXU002SC  USING  D-ログ域
             ELSE
               PERFORM  確定ロック確認処理

      ** 排他ロックは他の台帳系ジョブと同じ処理年月
      ** (HCM501)を単位に取り、世代の対象年月が異
      ** なる場合はその年月も合わせて取る。

               PERFORM  処理年月取得処理
               PERFORM  排他ロック取得処理
               PERFORM  復元処理
               PERFORM  監査記録処理
               PERFORM  排他ロック解除処理
           END-IF

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           MOVE '台帳復元　完了　KHC032BP再抽出要' TO
               D-メッセージ域.
           CALL KXU002SC   USING  D-ログ域.

      *-----------------------------------------------------------------
       処理年月取得処理.
      *-----------------------------------------------------------------

      ** 排他ロックの単位とする対象年月区分を
      ** XAT_PARAM(HCM501)から取得する。

           MOVE 'HCM501'      TO ジョブコード
           MOVE  1            TO パラメータ番号
           MOVE  1            TO 行番号

           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT *
               INTO :パラメータファイル
               FROM XAT_PARAM TP
              WHERE TP.ジョブコード   = :ジョブコード
                AND TP.パラメータ番号 = :パラメータ番号
                AND TP.行番号         = :行番号
           END-EXEC.
           MOVE パラメータファイル  TO
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO W-処理年月.

      *-----------------------------------------------------------------
       排他ロック取得処理.
      *-----------------------------------------------------------------

      ** 台帳系の更新ジョブはDB接続先×対象年月区分
      ** 単位にXAT_JOB_LOCKへ1行登録してから処理に入
      ** る。一意キー違反は他ジョブ実行中として即時
      ** 終了する。異常終了で残ったロックはジョブを
      ** 確認のうえKHC046BPで解除する。
      ** 処理年月と世代の対象年月の2行を取る場合は
      ** 両方を登録してから確定するため、2行目の競
      ** 合時は1行目もロールバックされ残らない。

           ACCEPT  W-ロック取得時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-ロック取得時刻(9:6)  FROM TIME

           MOVE  W-処理年月      TO WK対象年月区分
           PERFORM  排他ロック登録処理
           IF W-復元対象年月 NOT = W-処理年月
             THEN
               MOVE  W-復元対象年月  TO WK対象年月区分
               PERFORM  排他ロック登録処理
           END-IF

      ** 他ジョブから見えるよう取得時点で確定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

      *-----------------------------------------------------------------
       排他ロック登録処理.
      *-----------------------------------------------------------------
           EXEC SQL WHENEVER SQLERROR CONTINUE END-EXEC.
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             INSERT INTO XAT_JOB_LOCK
               ( DB接続先, 対象年月区分, WKPGMID,
                 取得時刻 )
               VALUES
               ( :DB-NAME, :WK対象年月区分, :WKPGMID,
                 :W-ロック取得時刻 )
           END-EXEC.
           IF SQLCODE = -1
             THEN
               PERFORM 排他ロック競合処理
           END-IF
           IF SQLCODE NOT = 0
             THEN
               PERFORM SQL-ERROR
           END-IF
           EXEC SQL WHENEVER SQLERROR DO PERFORM SQL-ERROR END-EXEC.

      *-----------------------------------------------------------------
       排他ロック競合処理.
      *-----------------------------------------------------------------
           MOVE  SPACE        TO W-ロック保持ＰＧＭＩＤ
           MOVE  SPACE        TO W-ロック保持時刻
           EXEC SQL AT :DB-NAME
             SELECT L.WKPGMID, L.取得時刻
               INTO :W-ロック保持ＰＧＭＩＤ,
                    :W-ロック保持時刻
               FROM XAT_JOB_LOCK L
              WHERE L.DB接続先     = :DB-NAME
                AND L.対象年月区分 = :WK対象年月区分
           END-EXEC.

           MOVE '排他ロック競合 中止 保持=' TO
               D-メッセージ域
           MOVE  W-ロック保持ＰＧＭＩＤ  TO
               D-メッセージ域(37:10)
           MOVE  W-ロック保持時刻        TO
               D-メッセージ域(48:14)
           CALL KXU002SC  USING  D-ログ域
           EXEC SQL AT :DB-NAME ROLLBACK WORK RELEASE END-EXEC.
           MOVE LOCK-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック解除処理.
      *-----------------------------------------------------------------

      ** 自ジョブのロック(処理年月・世代の対象年月)
      ** のみ削除する。確定は呼出し側の COMMIT WORK
      ** で行う。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_JOB_LOCK
              WHERE DB接続先     = :DB-NAME
                AND 対象年月区分 IN
                    ( :W-処理年月, :W-復元対象年月 )
                AND WKPGMID      = :WKPGMID
           END-EXEC.
