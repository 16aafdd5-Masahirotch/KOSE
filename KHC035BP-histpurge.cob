      *-----------------------------------------------------------------
      * 修正履歴 NO(004807) 修正日付(20260822) 修正者(TM)
      * 修正履歴 NO(004813) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004830) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WKPGMID                PIC  X(010) VALUE 'KHC035BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  LOCK-CODE SYNC         PIC S9(004) COMP VALUE 12.
       01  ARGCNT                 PIC  9(002) VALUE  0.
       01  ARGDATA                PIC  X(008) VALUE SPACE.
       01  MAXARG                 PIC  9(002) VALUE 11.

      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-ロック取得時刻          PIC  X(14).
       01  W-ロック保持ＰＧＭＩＤ    PIC  X(10).
       01  W-ロック保持時刻          PIC  X(14).
       01  W-保存世代数              PIC  9(003).
       01  W-世代時刻                PIC  X(14).
       01  W-退避時刻                PIC  X(14).
           END-IF

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  保存世代数取得処理.
           PERFORM  排他ロック取得処理.
           PERFORM  世代管理退避処理.

           PERFORM  排他ロック解除処理.
           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
           ADD  1  TO W-環境コード添字.

           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       パラメータ取得処理.
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
           MOVE 対象年月区分        TO WK対象年月区分.

      *-----------------------------------------------------------------
       保存世代数取得処理.
      *-----------------------------------------------------------------
           CALL KXU002SC  USING  D-ログ域
           MOVE ABND-CODE TO RETURN-CODE
           STOP RUN.

      *-----------------------------------------------------------------
       排他ロック取得処理.
      *-----------------------------------------------------------------

      ** 台帳系の更新ジョブはDB接続先×対象年月区分
      ** 単位にXAT_JOB_LOCKへ1行登録してから処理に入
      ** る。一意キー違反は他ジョブ実行中として即時
      ** 終了する。異常終了で残ったロックはジョブを
      ** 確認のうえKHC046BPで解除する。

           ACCEPT  W-ロック取得時刻(1:8)  FROM DATE YYYYMMDD
           ACCEPT  W-ロック取得時刻(9:6)  FROM TIME

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

      ** 他ジョブから見えるよう取得時点で確定する。

           EXEC SQL AT :DB-NAME COMMIT WORK END-EXEC.

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

      ** 自ジョブのロックのみ削除する。確定は呼出し
      ** 側の COMMIT WORK で行う。

           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             DELETE FROM XAT_JOB_LOCK
              WHERE DB接続先     = :DB-NAME
                AND 対象年月区分 = :WK対象年月区分
                AND WKPGMID      = :WKPGMID
           END-EXEC.
