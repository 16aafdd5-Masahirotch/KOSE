      * REMARKS. 支店別定型帳票作成.
      *-----------------------------------------------------------------
      * 修正履歴 NO(004819) 修正日付(20260903) 修正者(TM)
      * 修正履歴 NO(004834) 修正日付(20261015) 修正者(TM)
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  KXU002SC               PIC  X(008) VALUE 'KXU002SC'.
       01  KXU009SC               PIC  X(008) VALUE 'KXU009SC'.
       01  WKPGMID                PIC  X(010) VALUE 'KHC040BP'.
       01  W-再構築ＰＧＭＩＤ     PIC  X(010) VALUE 'KHC031BP'.
       01  W-検証ＰＧＭＩＤ       PIC  X(010) VALUE 'KHC036BP'.

       01  ABND-CODE SYNC         PIC S9(004) COMP VALUE 16.
       01  ARGCNT                 PIC  9(002) VALUE  0.
      ** ホスト変数定義

       01  WK対象年月区分            PIC  X(6).
       01  W-再構築開始時刻          PIC  X(14).
       01  W-検証開始時刻            PIC  X(14).
       01  W-検証判定区分            PIC  X(1).
       01  W-定義キー                PIC  X(10).
       01  W-フォーマット            PIC  X(2).
       01  W-自動集計対象            PIC  X(1).

           PERFORM  得意先接続処理.
           PERFORM  パラメータ取得処理.
           PERFORM  検証実績確認処理.
           PERFORM  帳票作成処理.

           EXEC SQL AT :DB-NAME COMMIT WORK RELEASE END-EXEC.
               取得パラメータREC(1:90)
           MOVE 対象年月区分        TO WK対象年月区分.

      *-----------------------------------------------------------------
       検証実績確認処理.
      *-----------------------------------------------------------------

      ** 支店へ配る帳票は、直近の再構築の後に抽出受
      ** 入検証(KHC036BP)が合格している台帳からだけ
      ** 作成する。検証が未実施・不合格、または再構
      ** 築より前の検証しか無い場合は作成しない。

           MOVE  SPACE        TO W-再構築開始時刻
           MOVE  SPACE        TO W-検証開始時刻
           MOVE  SPACE        TO W-検証判定区分
           EXEC SQL WHENEVER NOT FOUND CONTINUE END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT NVL(MAX(実行開始時刻),' ')
               INTO :W-再構築開始時刻
               FROM XAT_JOB_AUDIT
              WHERE WKPGMID     = :W-再構築ＰＧＭＩＤ
                AND DB接続先     = :DB-NAME
                AND 対象年月区分 = :WK対象年月区分
                AND 完了区分     = '1'
           END-EXEC.
           EXEC SQL AT :DB-NAME
             SELECT A.判定区分, A.実行開始時刻
               INTO :W-検証判定区分, :W-検証開始時刻
               FROM XAT_JOB_AUDIT A
              WHERE A.WKPGMID      = :W-検証ＰＧＭＩＤ
                AND A.DB接続先     = :DB-NAME
                AND A.対象年月区分 = :WK対象年月区分
                AND A.完了区分     = '1'
                AND A.実行開始時刻 =
                    (SELECT MAX(A2.実行開始時刻)
                       FROM XAT_JOB_AUDIT A2
                      WHERE A2.WKPGMID      = A.WKPGMID
                        AND A2.DB接続先     = A.DB接続先
                        AND A2.対象年月区分
                            = A.対象年月区分
                        AND A2.完了区分     = '1')
           END-EXEC.
           EXEC SQL WHENEVER NOT FOUND DO PERFORM SQL-ERROR END-EXEC.

           IF W-検証判定区分 = '0'
             AND W-検証開始時刻 > W-再構築開始時刻
             THEN
               CONTINUE
             ELSE
               IF W-検証判定区分 = '2'
                 THEN
                   MOVE '抽出受入検証不合格 帳票作成中止'
                        TO D-メッセージ域
                 ELSE
                   MOVE '再構築後の抽出受入検証なし 中止'
                        TO D-メッセージ域
               END-IF
               CALL KXU002SC  USING  D-ログ域
               EXEC SQL AT :DB-NAME
                 ROLLBACK WORK RELEASE
               END-EXEC
               MOVE ABND-CODE TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       帳票作成処理.
      *-----------------------------------------------------------------
